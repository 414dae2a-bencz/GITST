       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSBPF.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Nightly AR balance and sales bucket proof - takes a snapshot
      * of every customer's AR balance XWIDV0, current-period sales
      * XWF0VA and units XWF0V0 and category buckets XWGAVA-XWGGVA
      * on ARSNAP-FILE, and proves each customer's current figures
      * against the previous night's snapshot:
      *
      *   prior snapshot
      *   + sales posted   - the invoices CBCUSPST raised for the
      *                      customer (IVRUNNO on the invoice), with
      *                      units and category amounts taken from
      *                      the order's shipped register rows or
      *                      else its order lines, as the posting did;
      *   - cash applied   - CBCUSCSH's XWIDV0 history rows;
      *   +/- other change - every other CUSHST-FILE row on one of
      *                      the proved fields: maintenance in
      *                      CBCUSTS, imports, write-offs, restores;
      *   = current CUSTS-FILE record.
      *
      * A customer merged by CBCUSMRG takes the duplicate's snapshot
      * into the survivor's opening figures, since the merge moved
      * the duplicate's balances, invoices and history across; the
      * merge's own rows are then not counted again. On a night
      * CBCUSPER rolled the period (a PERCTL-FILE record stamped
      * inside the window) the period fields are taken down to zero
      * by the roll, so sales posted and changes made before the roll
      * are rolled out with the opening figures and only what came
      * after it has to be explained. A customer on the prior
      * snapshot but no longer on file is proved as archived when
      * CUSTSA-FILE holds it (its archived figures must equal the
      * snapshot) and otherwise reported as removed.
      *
      * Any field that does not reconcile prints on the exception
      * report with the snapshot, posted, cash, other, rolled and
      * current figures and the unexplained difference. Grand totals
      * by field follow, and the invoices and cash rows proved to
      * customers are tied back to independent totals of the whole
      * of INVOIC-FILE for the posting runs in the window and of
      * CUSHST-FILE for CBCUSCSH's rows - the figures on the posting
      * and cash receipt registers.
      *
      * ARSCTL-FILE carries one record per snapshot generation with
      * the window it reflects - the last CBCUSPST run and the
      * history cut-off - and its totals. A generation left open by
      * an abended run is taken again under the same number. The
      * first run takes a snapshot only. Snapshot rows older than the
      * generation just proved against are purged.
      *
      * The run holds the customer master's SYSSTS-FILE batch window
      * from before the history cut-off is fixed until the new
      * generation is closed, so no maintenance can change a customer
      * between the snapshot and the cut-off. It refuses to start
      * while interactive sessions hold CUSTS-FILE or another batch
      * program holds the window, as CBCUSPER does.
      *
      * Runs as the last CBNGTRUN step of the night.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD
               FILE STATUS IS CUSTS-FILE-STATUS.

           SELECT CUSTSA-FILE
               ASSIGN TO DATABASE-CUSTSA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF CUSTSA-RECORD
               FILE STATUS IS CUSTSA-FILE-STATUS.

           SELECT CUSHST-FILE
               ASSIGN TO DATABASE-CUSHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSHST-RECORD
               FILE STATUS IS CUSHST-FILE-STATUS.

           SELECT INVOIC-FILE
               ASSIGN TO DATABASE-INVOIC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVOIC-RECORD
               FILE STATUS IS INVOIC-FILE-STATUS.

           SELECT SHPREG-FILE
               ASSIGN TO DATABASE-SHPREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SHPREG-RECORD
               FILE STATUS IS SHPREG-FILE-STATUS.

           SELECT ORDDTL-FILE
               ASSIGN TO DATABASE-ORDDTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ORDDTL-RECORD
               FILE STATUS IS ORDDTL-FILE-STATUS.

           SELECT PERCTL-FILE
               ASSIGN TO DATABASE-PERCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PERCTL-RECORD
               FILE STATUS IS PERCTL-FILE-STATUS.

           SELECT ARSCTL-FILE
               ASSIGN TO DATABASE-ARSCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ARSCTL-RECORD
               FILE STATUS IS ARSCTL-FILE-STATUS.

           SELECT ARSNAP-FILE
               ASSIGN TO DATABASE-ARSNAP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ARSNAP-RECORD
               FILE STATUS IS ARSNAP-FILE-STATUS.

           SELECT RUNCTL-FILE
               ASSIGN TO DATABASE-RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF RUNCTL-RECORD
               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT SYSSTS-FILE
               ASSIGN TO DATABASE-SYSSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF SYSSTS-RECORD
               FILE STATUS IS SYSSTS-FILE-STATUS.

           SELECT LIST-FILE
               ASSIGN TO PRINTER-QSYSPRT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  CUSTSA-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTSA-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  CUSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSHST-RECORD.
           COPY DDS-CUSHSTR     OF  CUSHST.

       FD  INVOIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOIC-RECORD.
           COPY DDS-INVOICR     OF  INVOIC.

       FD  SHPREG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHPREG-RECORD.
           COPY DDS-SHPREGR     OF  SHPREG.

       FD  ORDDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDDTL-RECORD.
           COPY DDS-RORDDTL     OF  ORDDTL.

       FD  PERCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERCTL-RECORD.
           COPY DDS-PERCTLR     OF  PERCTL.

       FD  ARSCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARSCTL-RECORD.
           COPY DDS-ARSCTLR     OF  ARSCTL.

       FD  ARSNAP-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARSNAP-RECORD.
           COPY DDS-ARSNAPR     OF  ARSNAP.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           COPY DDS-RUNCTLR     OF  RUNCTL.

       FD  SYSSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSSTS-RECORD.
           COPY DDS-SYSSTSR OF  SYSSTS.

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  CUSTSA-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SHPREG-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ORDDTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  PERCTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ARSCTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ARSNAP-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  RUNCTL-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  SYSSTS-FILE-STATUS          PIC X(2) VALUE SPACES.

      * BATCH-WINDOW LOCK WORK FIELDS - THE SYSSTS-FILE RECORD FOR
      * THE CUSTOMER MASTER IS SET BEFORE THE HISTORY CUT-OFF IS FIXED
      * AND CLEARED ONCE THE GENERATION IS CLOSED, SO INTERACTIVE
      * MAINTENANCE STANDS OFF WHILE THE SNAPSHOT IS TAKEN.
       01  WS-SYSSTS-VARIABLES.
           02  RECORD-FOUND-SYSSTS     PIC X   VALUE SPACES.
           02  WS-WINDOW-HELD          PIC X   VALUE "N".
           02  SYSSTS-RESOURCE         PIC X(10) VALUE "CUSTS".
           02  SYSSTS-HOLDER-ID        PIC X(10) VALUE "CBCUSBPF".
           02  WS-SS-DATE              PIC 9(08) VALUE 0.
           02  WS-SS-TIME              PIC 9(08) VALUE 0.
           02  WS-SS-TIME-HHMMSS REDEFINES WS-SS-TIME.
               03  WS-SS-TIME-HMS      PIC 9(06).
               03  WS-SS-TIME-HH       PIC 9(02).

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSTSA     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSHST     PIC X   VALUE SPACES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  RECORD-FOUND-SHPREG     PIC X   VALUE SPACES.
           02  RECORD-FOUND-ORDDTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-PERCTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-ARSCTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-ARSNAP     PIC X   VALUE SPACES.
           02  WS-RUN-OK               PIC X   VALUE "Y".
           02  WS-REBUILDING           PIC X   VALUE "N".
           02  WS-FIRST-SNAPSHOT       PIC X   VALUE "N".
           02  WS-ROLLED               PIC X   VALUE "N".
           02  WS-APPLY-ROLL           PIC X   VALUE "N".
           02  WS-PRE-ROLL             PIC X   VALUE "N".
           02  WS-CUST-BREAK           PIC X   VALUE "N".
           02  WS-MERGED-DUPL          PIC X   VALUE "N".
           02  WS-TABLE-FULL           PIC X   VALUE "N".
           02  WS-MOVE-KIND            PIC X   VALUE SPACES.
           02  WS-GEN-NO               PIC 9(07) VALUE 0.
           02  WS-PRIOR-GEN            PIC 9(07) VALUE 0.
           02  WS-KEEP-GEN             PIC 9(07) VALUE 0.
           02  WS-PRFR                 PIC 9(07) VALUE 0.
           02  WS-PRTO                 PIC 9(07) VALUE 0.
           02  WS-HSFR                 PIC 9(14) VALUE 0.
           02  WS-HSTO                 PIC 9(14) VALUE 0.
           02  WS-ROLL-STAMP           PIC 9(14) VALUE 0.
           02  WS-ROLL-PERD            PIC 9(06) VALUE 0.
           02  WS-ROLL-RUN             PIC 9(07) VALUE 0.
           02  WS-SCAN-RUN             PIC 9(07) VALUE 0.
           02  WS-CUST-CODE            PIC X(05) VALUE SPACES.
           02  WS-DUPL-CODE            PIC X(05) VALUE SPACES.
           02  WS-NOTE                 PIC X(05) VALUE SPACES.
           02  WS-CAT-CODE             PIC X(01) VALUE SPACES.
           02  WS-LINE-AMT             PIC S9(9)V99 VALUE 0.
           02  WS-FLD-IX               PIC 9(02) VALUE 0.
           02  WS-OLD-AMT              PIC S9(9)V99 VALUE 0.
           02  WS-NEW-AMT              PIC S9(9)V99 VALUE 0.
           02  WS-PRIOR-CUST           PIC 9(07) VALUE 0.
           02  WS-PRIOR-IDV0           PIC S9(13)V99 VALUE 0.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS     PIC 9(06).
               03  WS-SYS-TIME-HH      PIC 9(02).
           02  I                       PIC 9(04) VALUE 0.
           02  J                       PIC 9(04) VALUE 0.

      * DATE AND TIME OF A HISTORY ROW (OR OF THIS RUN) AS ONE NUMBER
      * SO THE PROOF WINDOW CAN BE COMPARED IN A SINGLE TEST.
       01  WS-STAMP.
           02  WS-STAMP-DATE           PIC 9(08) VALUE 0.
           02  WS-STAMP-TIME           PIC 9(06) VALUE 0.
       01  WS-STAMP-N REDEFINES WS-STAMP
                                       PIC 9(14).

      * THE HISTORY ROWS HOLD AMOUNTS AS EDITED TEXT - MOVED BACK
      * THROUGH THE SAME EDIT PICTURE THE WRITERS USED.
       01  WS-DEEDIT-AREA.
           02  WS-DEEDIT-TEXT          PIC X(14) VALUE SPACES.
           02  WS-DEEDIT-AMT  REDEFINES WS-DEEDIT-TEXT
                                       PIC Z,ZZZ,ZZ9.99-.

       01  WS-CONSTANTS.
           02  POSTING-PROGRAM-ID      PIC X(10) VALUE "CBCUSPST".
           02  CASH-PROGRAM-ID         PIC X(10) VALUE "CBCUSCSH".
           02  MERGE-PROGRAM-ID        PIC X(10) VALUE "CBCUSMRG".
           02  MAX-MERGES              PIC 9(04) VALUE 1000.
           02  PROVED-FIELDS           PIC 9(02) VALUE 10.

      * THE PROVED FIELDS IN TABLE ORDER - THE AR BALANCE FIRST, THEN
      * THE PERIOD FIELDS CBCUSPER ROLLS.
       01  WS-FIELD-NAME-LIST.
           02  FILLER                  PIC X(30) VALUE
               "XWIDV0XWF0VAXWF0V0XWGAVAXWGBVA".
           02  FILLER                  PIC X(30) VALUE
               "XWGCVAXWGDVAXWGEVAXWGFVAXWGGVA".
       01  WS-FIELD-NAMES REDEFINES WS-FIELD-NAME-LIST.
           02  WS-FIELD-NAME           PIC X(06) OCCURS 10 TIMES.

      * ONE MOVEMENT - A SNAPSHOT ROW, AN INVOICE, A HISTORY ROW OR
      * THE CURRENT RECORD - SPREAD OVER THE PROVED FIELDS.
       01  WS-VALUE-TABLE.
           02  WV-VALUE                PIC S9(11)V99 OCCURS 10 TIMES.

      * ONE CUSTOMER'S PROOF, ONE ENTRY PER PROVED FIELD. PF-PRE IS
      * THE PART OF THE MOVEMENTS MADE BEFORE A PERIOD ROLL.
       01  WS-PROOF-TABLE.
           02  PF-ENTRY  OCCURS 10 TIMES.
               03  PF-OPEN             PIC S9(11)V99.
               03  PF-POST             PIC S9(11)V99.
               03  PF-CASH             PIC S9(11)V99.
               03  PF-OTHR             PIC S9(11)V99.
               03  PF-PRE              PIC S9(11)V99.
               03  PF-ROLL             PIC S9(11)V99.
               03  PF-CURR             PIC S9(11)V99.
               03  PF-DIFF             PIC S9(11)V99.

      * GRAND TOTALS OF THE PROOF BY FIELD
       01  WS-GRAND-TABLE.
           02  GF-ENTRY  OCCURS 10 TIMES.
               03  GF-OPEN             PIC S9(13)V99.
               03  GF-POST             PIC S9(13)V99.
               03  GF-CASH             PIC S9(13)V99.
               03  GF-OTHR             PIC S9(13)V99.
               03  GF-ROLL             PIC S9(13)V99.
               03  GF-CURR             PIC S9(13)V99.
               03  GF-DIFF             PIC S9(13)V99.

      * DUPLICATES MERGED AWAY IN THE WINDOW - THEIR SNAPSHOT ROWS ARE
      * PROVED THROUGH THE SURVIVOR, NOT AS REMOVED CUSTOMERS.
       01  WS-MERGED-TABLE.
           02  WS-MERGED-COUNT         PIC 9(04) VALUE 0.
           02  WS-MERGED-ENTRY  OCCURS 1000 TIMES.
               03  MG-BCCD             PIC X(05).

      * SNAPSHOT AND PROOF COUNTS AND TOTALS
       01  WS-PROOF-TOTALS.
           02  PT-SNAP-COUNT           PIC 9(07) VALUE 0.
           02  PT-SNAP-IDV0            PIC S9(13)V99 VALUE 0.
           02  PT-SNAP-F0VA            PIC S9(13)V99 VALUE 0.
           02  PT-SNAP-F0V0            PIC S9(11) VALUE 0.
           02  PT-PROVED               PIC 9(07) VALUE 0.
           02  PT-EXCEPTIONS           PIC 9(07) VALUE 0.
           02  PT-NEW                  PIC 9(07) VALUE 0.
           02  PT-MERGES               PIC 9(07) VALUE 0.
           02  PT-ARCHIVED             PIC 9(07) VALUE 0.
           02  PT-REMOVED              PIC 9(07) VALUE 0.
           02  PT-PRIOR-USED           PIC 9(07) VALUE 0.
           02  PT-INV-COUNT            PIC 9(07) VALUE 0.
           02  PT-CASH-COUNT           PIC 9(07) VALUE 0.
           02  PT-PURGED               PIC 9(07) VALUE 0.
           02  CT-INV-COUNT            PIC 9(07) VALUE 0.
           02  CT-INV-AMOUNT           PIC S9(13)V99 VALUE 0.
           02  CT-CASH-COUNT           PIC 9(07) VALUE 0.
           02  CT-CASH-AMOUNT          PIC S9(13)V99 VALUE 0.

      * RUN-CONTROL WORK FIELDS - THE SNAPSHOT GENERATION ITSELF
      * CARRIES THE RESTART STATE (SCSTAT "O" ON ARSCTL-FILE), SO THE
      * RUN RECORD IS ONLY OPENED AT START AND CLOSED AT END FOR
      * CBNGTRUN.
       01  WS-RUNCTL-VARIABLES.
           02  RECORD-FOUND-RUNCTL     PIC X   VALUE SPACES.
           02  WS-RESTARTING           PIC X   VALUE "N".
           02  WS-RUN-NO               PIC 9(07) VALUE 0.
           02  WS-RUN-PARM             PIC X(20) VALUE SPACES.
           02  WS-FIND-PGM             PIC X(10) VALUE SPACES.
           02  WS-RECORDS-DONE         PIC 9(07) VALUE 0.

       01  WS-RUNCTL-CONSTANTS.
           02  RUN-PROGRAM-ID          PIC X(10) VALUE "CBCUSBPF".

       01  WS-RUNCTL-IMAGE.
           COPY DDS-RUNCTLR     OF  RUNCTL.

       01  WS-PARM-ERROR-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  PE-TEXT           PIC X(60) VALUE SPACES.
           02  FILLER            PIC X(71) VALUE SPACES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(30) VALUE
               "AR BALANCE AND SALES PROOF".
           02  FILLER            PIC X(11) VALUE "SNAPSHOT:".
           02  H1-GENO           PIC 9(07).
           02  FILLER            PIC X(03) VALUE SPACES.
           02  FILLER            PIC X(16) VALUE "PROVED AGAINST:".
           02  H1-PRGN           PIC 9(07).
           02  FILLER            PIC X(03) VALUE SPACES.
           02  FILLER            PIC X(06) VALUE "DATE:".
           02  H1-SNDT           PIC 9(08).
           02  FILLER            PIC X(40) VALUE SPACES.

       01  WS-HEADING-2.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(13) VALUE "POSTING RUNS".
           02  H2-PRFR           PIC 9(07).
           02  FILLER            PIC X(04) VALUE " TO ".
           02  H2-PRTO           PIC 9(07).
           02  FILLER            PIC X(03) VALUE SPACES.
           02  FILLER            PIC X(14) VALUE "HISTORY AFTER".
           02  H2-HSFR           PIC 9(14).
           02  FILLER            PIC X(07) VALUE " UP TO ".
           02  H2-HSTO           PIC 9(14).
           02  FILLER            PIC X(48) VALUE SPACES.

       01  WS-HEADING-3.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(06) VALUE "CUST".
           02  FILLER            PIC X(06) VALUE "FIELD".
           02  FILLER            PIC X(16) VALUE
               "        SNAPSHOT".
           02  FILLER            PIC X(16) VALUE
               "          POSTED".
           02  FILLER            PIC X(16) VALUE
               "            CASH".
           02  FILLER            PIC X(16) VALUE
               "           OTHER".
           02  FILLER            PIC X(16) VALUE
               "          ROLLED".
           02  FILLER            PIC X(16) VALUE
               "         CURRENT".
           02  FILLER            PIC X(16) VALUE
               "      DIFFERENCE".
           02  FILLER            PIC X(07) VALUE " NOTE".

      * ONE LINE PER FIELD OF A CUSTOMER THAT DOES NOT RECONCILE
       01  WS-EXCEPTION-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-BCCD           PIC X(05).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-FLDNM          PIC X(06).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-OPEN           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-POST           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-CASH           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-OTHR           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-ROLL           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-CURR           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-DIFF           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  XL-NOTE           PIC X(05).
           02  FILLER            PIC X(01) VALUE SPACE.

      * GRAND TOTAL OF ONE FIELD, IN THE EXCEPTION LINE'S COLUMNS
       01  WS-FIELD-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-LABEL          PIC X(05) VALUE "TOTAL".
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-FLDNM          PIC X(06).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-OPEN           PIC Z(10)9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-POST           PIC Z(10)9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-CASH           PIC Z(10)9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-OTHR           PIC Z(10)9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-ROLL           PIC Z(10)9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-CURR           PIC Z(10)9.99-.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FT-DIFF           PIC Z(10)9.99-.
           02  FILLER            PIC X(07) VALUE SPACES.

       01  WS-HEADING-4.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(40) VALUE "CONTROL TOTALS".
           02  FILLER            PIC X(26) VALUE
               "  CONTROL COUNT AND AMOUNT".
           02  FILLER            PIC X(02) VALUE SPACES.
           02  FILLER            PIC X(26) VALUE
               "   PROVED COUNT AND AMOUNT".
           02  FILLER            PIC X(37) VALUE SPACES.

      * A CONTROL TOTAL AGAINST THE SAME FIGURE PROVED TO CUSTOMERS
       01  WS-TIE-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  TI-LABEL          PIC X(40) VALUE SPACES.
           02  TI-CTL-COUNT      PIC ZZZ,ZZ9.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  TI-CTL-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  TI-PRV-COUNT      PIC ZZZ,ZZ9.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  TI-PRV-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  TI-FLAG           PIC X(20) VALUE SPACES.
           02  FILLER            PIC X(15) VALUE SPACES.

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  TL-LABEL          PIC X(40) VALUE SPACES.
           02  TL-COUNT          PIC ZZZ,ZZ9.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           PERFORM SET-GENERATION-ROUTINE  THRU  SETGEN-EXIT.
           IF  WS-RUN-OK = "Y"
               PERFORM FIND-ROLL-ROUTINE  THRU  FNDROL-EXIT
           END-IF.
           PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT.
           IF  WS-RUN-OK NOT = "Y"
      *�A REFUSED RUN STILL LEAVES A RUN RECORD CLOSED "F" SO THE
      *�NIGHT-STREAM DRIVER SEES THE STEP FAIL.
               PERFORM RUNCTL-REFUSED-ROUTINE  THRU  RCREF-EXIT
               PERFORM SYSSTS-CLEAR-ROUTINE  THRU  SSCLR-EXIT
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           PERFORM RUNCTL-START-ROUTINE  THRU  RCSTART-EXIT.
           IF  WS-REBUILDING = "Y"
               PERFORM CLEAR-GENERATION-ROUTINE  THRU  CLRGEN-EXIT
           END-IF.
           PERFORM OPEN-GENERATION-ROUTINE  THRU  OPNGEN-EXIT.
           PERFORM PROVE-CUSTOMERS-ROUTINE  THRU  PRVCST-EXIT.
           IF  WS-FIRST-SNAPSHOT = "N"
               PERFORM PROVE-REMOVED-ROUTINE  THRU  PRVREM-EXIT
               PERFORM CONTROL-INVOICES-ROUTINE  THRU  CTLINV-EXIT
               PERFORM CONTROL-CASH-ROUTINE  THRU  CTLCSH-EXIT
           END-IF.
           PERFORM CLOSE-GENERATION-ROUTINE  THRU  CLSGEN-EXIT.
           PERFORM SYSSTS-CLEAR-ROUTINE  THRU  SSCLR-EXIT.
           PERFORM PURGE-GENERATIONS-ROUTINE  THRU  PRGGEN-EXIT.
           PERFORM RUNCTL-END-ROUTINE  THRU  RCEND-EXIT.
           PERFORM PRINT-CONTROL-TOTALS  THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT   CUSTS-FILE
                         CUSTSA-FILE
                         CUSHST-FILE
                         INVOIC-FILE
                         SHPREG-FILE
                         ORDDTL-FILE
                         PERCTL-FILE
                 I-O     ARSCTL-FILE
                         ARSNAP-FILE
                         RUNCTL-FILE
                         SYSSTS-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  CUSTS-FILE
                  CUSTSA-FILE
                  CUSHST-FILE
                  INVOIC-FILE
                  SHPREG-FILE
                  ORDDTL-FILE
                  PERCTL-FILE
                  ARSCTL-FILE
                  ARSNAP-FILE
                  RUNCTL-FILE
                  SYSSTS-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

       PRINT-HEADINGS.
           MOVE  WS-GEN-NO    TO  H1-GENO.
           MOVE  WS-PRIOR-GEN TO  H1-PRGN.
           MOVE  WS-SYS-DATE  TO  H1-SNDT.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           MOVE  WS-PRFR  TO  H2-PRFR.
           MOVE  WS-PRTO  TO  H2-PRTO.
           MOVE  WS-HSFR  TO  H2-HSFR.
           MOVE  WS-HSTO  TO  H2-HSTO.
           WRITE  LIST-RECORD  FROM  WS-HEADING-2
                  AFTER ADVANCING 1 LINE.
           IF  WS-ROLLED = "Y"
               MOVE  SPACES  TO  PE-TEXT
               STRING  "PERIOD "                      DELIMITED BY SIZE
                       WS-ROLL-PERD                   DELIMITED BY SIZE
                       " ROLLED - RUNS BEFORE THE ROLL UP TO "
                                                      DELIMITED BY SIZE
                       WS-ROLL-RUN                    DELIMITED BY SIZE
                       INTO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
           IF  WS-REBUILDING = "Y"
               MOVE  "SNAPSHOT LEFT OPEN BY A FAILED RUN - TAKEN AGAIN."
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
           IF  WS-RUN-OK = "Y"
                AND  WS-FIRST-SNAPSHOT = "N"
               WRITE  LIST-RECORD  FROM  WS-HEADING-3
                      AFTER ADVANCING 2 LINES
           END-IF.
       PRTHDG-EXIT.  EXIT.

      *****************************************************************
      *  SET-GENERATION-ROUTINE                                       *
      *  FINDS THE LAST GENERATION ON ARSCTL-FILE. ONE LEFT BEING     *
      *  TAKEN IS TAKEN AGAIN UNDER ITS OWN NUMBER; OTHERWISE THE NEW *
      *  ONE TAKES THE NEXT NUMBER. THE LATEST COMPLETE GENERATION IS *
      *  THE ONE PROVED AGAINST - THE WINDOW RUNS FROM ITS LAST       *
      *  POSTING RUN AND HISTORY CUT-OFF TO THE LATEST POSTING RUN    *
      *  AND THIS RUN'S START. A POSTING RUN STILL ACTIVE WOULD LEAVE *
      *  HALF AN ORDER FILE IN THE SNAPSHOT, SO THE RUN IS REFUSED.   *
      *  THE CUSTS BATCH WINDOW IS TAKEN BEFORE THE CUT-OFF IS FIXED. *
      *****************************************************************
       SET-GENERATION-ROUTINE.
           MOVE  9999999  TO  SCGENO OF ARSCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ARSCTL.
           START  ARSCTL-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF ARSCTL-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-ARSCTL
           END-START.
           IF  RECORD-FOUND-ARSCTL = "Y"
               READ  ARSCTL-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N"  TO  RECORD-FOUND-ARSCTL
               END-READ
           END-IF.
           IF  RECORD-FOUND-ARSCTL = "Y"
               COMPUTE  WS-GEN-NO = SCGENO OF ARSCTL-RECORD + 1
           ELSE
               MOVE  1  TO  WS-GEN-NO
           END-IF.
      *�ONLY THE LAST GENERATION CAN BE LEFT OPEN - THE COMPLETE ONE
      *�BEFORE IT IS THE ONE TO PROVE AGAINST.
           IF  RECORD-FOUND-ARSCTL = "Y"
                AND  SCSTAT OF ARSCTL-RECORD = "O"
               MOVE  "Y"  TO  WS-REBUILDING
               MOVE  SCGENO OF ARSCTL-RECORD  TO  WS-GEN-NO
               READ  ARSCTL-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N"  TO  RECORD-FOUND-ARSCTL
               END-READ
           END-IF.
           IF  RECORD-FOUND-ARSCTL = "Y"
               MOVE  SCGENO OF ARSCTL-RECORD  TO  WS-PRIOR-GEN
               COMPUTE  WS-PRFR = SCPRTO OF ARSCTL-RECORD + 1
               MOVE  SCHSTO OF ARSCTL-RECORD  TO  WS-HSFR
               MOVE  SCCUST OF ARSCTL-RECORD  TO  WS-PRIOR-CUST
               MOVE  SCIDV0 OF ARSCTL-RECORD  TO  WS-PRIOR-IDV0
           ELSE
               MOVE  "Y"  TO  WS-FIRST-SNAPSHOT
           END-IF.
           MOVE  POSTING-PROGRAM-ID  TO  RCPGM OF RUNCTL-RECORD.
           PERFORM RUNCTL-FIND-PROGRAM-RUN  THRU  RCFPR-EXIT.
           MOVE  ZERO  TO  WS-PRTO.
           IF  RECORD-FOUND-RUNCTL = "Y"
               MOVE  RCRUNNO OF RUNCTL-RECORD  TO  WS-PRTO
               IF  RCSTAT OF RUNCTL-RECORD = "A"
                   MOVE  "N"  TO  WS-RUN-OK
                   MOVE  "POSTING RUN STILL ACTIVE - NO SNAPSHOT TAKEN."
                                          TO  PE-TEXT
               END-IF
           END-IF.
           IF  WS-RUN-OK = "Y"
               PERFORM TAKE-WINDOW-ROUTINE  THRU  TKWIN-EXIT
           END-IF.
      *�THE CUT-OFF IS THE MOMENT THE WINDOW WAS TAKEN - A HISTORY ROW
      *�STAMPED UP TO IT IS ALREADY IN THE CUSTOMER RECORD SNAPPED.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           MOVE  WS-SYS-DATE      TO  WS-STAMP-DATE.
           MOVE  WS-SYS-TIME-HMS  TO  WS-STAMP-TIME.
           MOVE  WS-STAMP-N       TO  WS-HSTO.
           IF  WS-FIRST-SNAPSHOT = "Y"
               COMPUTE  WS-PRFR = WS-PRTO + 1
               MOVE  WS-HSTO  TO  WS-HSFR
           END-IF.
       SETGEN-EXIT.  EXIT.

      *****************************************************************
      *  TAKE-WINDOW-ROUTINE                                          *
      *  REFUSES THE RUN WHILE INTERACTIVE SESSIONS HOLD CUSTS-FILE   *
      *  OR ANOTHER BATCH PROGRAM HOLDS THE WINDOW, OTHERWISE OPENS   *
      *  THE WINDOW. A WINDOW STILL HELD BY THIS PROGRAM WAS LEFT BY  *
      *  AN ABENDED RUN AND IS TAKEN AGAIN.                           *
      *****************************************************************
       TAKE-WINDOW-ROUTINE.
           MOVE  SYSSTS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SYSSTS.
           READ  SYSSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SYSSTS
           END-READ.
           IF  RECORD-FOUND-SYSSTS = "Y"
                AND  SSBTCH OF SYSSTS-RECORD = "Y"
                AND  SSBPGM OF SYSSTS-RECORD NOT = SYSSTS-HOLDER-ID
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  SPACES  TO  PE-TEXT
               STRING  "CUSTS BATCH WINDOW HELD BY "  DELIMITED BY SIZE
                       SSBPGM OF SYSSTS-RECORD        DELIMITED BY SPACE
                       " - NO SNAPSHOT TAKEN."        DELIMITED BY SIZE
                       INTO  PE-TEXT
               GO  TKWIN-EXIT
           END-IF.
           IF  RECORD-FOUND-SYSSTS = "Y"
                AND  SSINTC OF SYSSTS-RECORD > ZERO
               MOVE  "N"  TO  WS-RUN-OK
               MOVE
               "INTERACTIVE SESSIONS HOLD CUSTS - NO SNAPSHOT TAKEN."
                                      TO  PE-TEXT
               GO  TKWIN-EXIT
           END-IF.
           PERFORM SYSSTS-SET-ROUTINE  THRU  SSSET-EXIT.
           MOVE  "Y"  TO  WS-WINDOW-HELD.
       TKWIN-EXIT.  EXIT.

      *****************************************************************
      *  FIND-ROLL-ROUTINE                                            *
      *  A PERCTL-FILE RECORD STAMPED INSIDE THE WINDOW MEANS         *
      *  CBCUSPER ROLLED THE PERIOD SINCE THE LAST SNAPSHOT. THE      *
      *  POSTING RUNS THAT STARTED BEFORE THE ROLL WERE ROLLED OUT    *
      *  WITH THE PERIOD, AS WERE THE HISTORY ROWS STAMPED UP TO IT.  *
      *****************************************************************
       FIND-ROLL-ROUTINE.
           IF  WS-FIRST-SNAPSHOT = "Y"
               GO  FNDROL-EXIT
           END-IF.
           MOVE  999999  TO  PCPERD OF PERCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-PERCTL.
           START  PERCTL-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF PERCTL-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-PERCTL
           END-START.
           IF  RECORD-FOUND-PERCTL = "Y"
               READ  PERCTL-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N"  TO  RECORD-FOUND-PERCTL
               END-READ
           END-IF.
           IF  RECORD-FOUND-PERCTL = "N"
               GO  FNDROL-EXIT
           END-IF.
           MOVE  PCRLDT OF PERCTL-RECORD  TO  WS-STAMP-DATE.
           MOVE  PCRLTM OF PERCTL-RECORD  TO  WS-STAMP-TIME.
           IF  WS-STAMP-N NOT > WS-HSFR
                OR  WS-STAMP-N > WS-HSTO
               GO  FNDROL-EXIT
           END-IF.
           MOVE  "Y"  TO  WS-ROLLED.
           MOVE  WS-STAMP-N  TO  WS-ROLL-STAMP.
           MOVE  PCPERD OF PERCTL-RECORD  TO  WS-ROLL-PERD.
           COMPUTE  WS-ROLL-RUN = WS-PRFR - 1.
           PERFORM CHECK-ROLL-RUN  THRU  CHKRR-EXIT
                   VARYING  WS-SCAN-RUN  FROM  WS-PRFR  BY  1
                   UNTIL  WS-SCAN-RUN > WS-PRTO.
       FNDROL-EXIT.  EXIT.

       CHECK-ROLL-RUN.
           MOVE  POSTING-PROGRAM-ID  TO  RCPGM OF RUNCTL-RECORD.
           MOVE  WS-SCAN-RUN  TO  RCRUNNO OF RUNCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-RUNCTL.
           READ  RUNCTL-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-RUNCTL
           END-READ.
           IF  RECORD-FOUND-RUNCTL = "N"
               GO  CHKRR-EXIT
           END-IF.
           MOVE  RCSTDT OF RUNCTL-RECORD  TO  WS-STAMP-DATE.
           MOVE  RCSTTM OF RUNCTL-RECORD  TO  WS-STAMP-TIME.
           IF  WS-STAMP-N < WS-ROLL-STAMP
               MOVE  WS-SCAN-RUN  TO  WS-ROLL-RUN
           END-IF.
       CHKRR-EXIT.  EXIT.

      *�THE NEW GENERATION IS ON FILE AS "BEING TAKEN" BEFORE ITS
      *�FIRST SNAPSHOT ROW IS WRITTEN, SO AN ABEND LEAVES IT TO BE
      *�TAKEN AGAIN.
       OPEN-GENERATION-ROUTINE.
           INITIALIZE  ARSCTL-RECORD
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  WS-GEN-NO        TO  SCGENO  OF ARSCTL-RECORD.
           MOVE  "O"              TO  SCSTAT  OF ARSCTL-RECORD.
           MOVE  WS-SYS-DATE      TO  SCSNDT  OF ARSCTL-RECORD.
           MOVE  WS-SYS-TIME-HMS  TO  SCSNTM  OF ARSCTL-RECORD.
           MOVE  WS-PRTO          TO  SCPRTO  OF ARSCTL-RECORD.
           MOVE  WS-HSTO          TO  SCHSTO  OF ARSCTL-RECORD.
           MOVE  WS-PRIOR-GEN     TO  SCPRGN  OF ARSCTL-RECORD.
           MOVE  WS-RUN-NO        TO  SCRUNNO OF ARSCTL-RECORD.
           IF  WS-REBUILDING = "Y"
               REWRITE  ARSCTL-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSBPF ARSCTL REWRITE FAILED, GEN="
                              WS-GEN-NO  " STATUS="  ARSCTL-FILE-STATUS
               END-REWRITE
               GO  OPNGEN-EXIT
           END-IF.
           WRITE  ARSCTL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSBPF ARSCTL WRITE FAILED, GEN="
                          WS-GEN-NO  " STATUS="  ARSCTL-FILE-STATUS
           END-WRITE.
       OPNGEN-EXIT.  EXIT.

      *****************************************************************
      *  CLEAR-GENERATION-ROUTINE                                     *
      *  REMOVES THE SNAPSHOT ROWS A FAILED RUN HAD ALREADY WRITTEN   *
      *  FOR THE GENERATION BEING TAKEN AGAIN.                        *
      *****************************************************************
       CLEAR-GENERATION-ROUTINE.
           MOVE  WS-GEN-NO  TO  SNGENO OF ARSNAP-RECORD.
           MOVE  LOW-VALUES  TO  SNBCCD OF ARSNAP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ARSNAP.
           START  ARSNAP-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF ARSNAP-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-ARSNAP
           END-START.
           PERFORM CLEAR-ONE-ROW  THRU  CLR1RW-EXIT
                   UNTIL  RECORD-FOUND-ARSNAP = "N".
       CLRGEN-EXIT.  EXIT.

       CLEAR-ONE-ROW.
           READ  ARSNAP-FILE  NEXT RECORD
                 AT END
                    MOVE "N"  TO  RECORD-FOUND-ARSNAP
                    GO  CLR1RW-EXIT
           END-READ.
           IF  SNGENO OF ARSNAP-RECORD NOT = WS-GEN-NO
               MOVE  "N"  TO  RECORD-FOUND-ARSNAP
               GO  CLR1RW-EXIT
           END-IF.
           DELETE  ARSNAP-FILE
               INVALID KEY
                  DISPLAY "CBCUSBPF ARSNAP DELETE FAILED, CUST="
                          SNBCCD OF ARSNAP-RECORD  " STATUS="
                          ARSNAP-FILE-STATUS
           END-DELETE.
       CLR1RW-EXIT.  EXIT.

      *****************************************************************
      *  PROVE-CUSTOMERS-ROUTINE                                      *
      *  TAKES EVERY CUSTOMER ON FILE INTO TONIGHT'S SNAPSHOT AND,    *
      *  UNLESS THIS IS THE FIRST SNAPSHOT, PROVES IT AGAINST THE     *
      *  PRIOR ONE.                                                   *
      *****************************************************************
       PROVE-CUSTOMERS-ROUTINE.
           MOVE  LOW-VALUES  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           START  CUSTS-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                          OF CUSTS-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-START.
           IF  RECORD-FOUND-CUSTS = "Y"
               PERFORM READ-NEXT-CUSTS  THRU  RNCST-EXIT
           END-IF.
           PERFORM PROVE-ONE-CUSTOMER  THRU  PRV1CS-EXIT
                   UNTIL  RECORD-FOUND-CUSTS = "N".
       PRVCST-EXIT.  EXIT.

       PROVE-ONE-CUSTOMER.
           PERFORM WRITE-SNAPSHOT-ROUTINE  THRU  WRTSNP-EXIT.
           IF  WS-FIRST-SNAPSHOT = "Y"
               GO  PRV1CS-NEXT
           END-IF.
           INITIALIZE  WS-PROOF-TABLE.
           MOVE  SPACES  TO  WS-NOTE.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  WS-CUST-CODE.
           MOVE  WS-ROLLED  TO  WS-APPLY-ROLL.
           PERFORM LOAD-CURRENT-VALUES  THRU  LDCUR-EXIT.
           MOVE  WS-CUST-CODE  TO  WS-DUPL-CODE.
           PERFORM READ-PRIOR-SNAPSHOT  THRU  RDPSNP-EXIT.
           IF  RECORD-FOUND-ARSNAP = "Y"
               PERFORM LOAD-SNAPSHOT-VALUES  THRU  LDSNP-EXIT
           ELSE
               MOVE  "NEW"  TO  WS-NOTE
               ADD  1  TO  PT-NEW
           END-IF.
           PERFORM PROVE-POSTINGS-ROUTINE  THRU  PRVPST-EXIT.
           PERFORM PROVE-HISTORY-ROUTINE  THRU  PRVHST-EXIT.
           PERFORM FINISH-PROOF-ROUTINE  THRU  FINPRF-EXIT.
       PRV1CS-NEXT.
           PERFORM READ-NEXT-CUSTS  THRU  RNCST-EXIT.
       PRV1CS-EXIT.  EXIT.

       WRITE-SNAPSHOT-ROUTINE.
           INITIALIZE  ARSNAP-RECORD
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  WS-GEN-NO               TO  SNGENO OF ARSNAP-RECORD.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  SNBCCD OF ARSNAP-RECORD.
           MOVE  XWIDV0 OF CUSTS-RECORD  TO  SNIDV0 OF ARSNAP-RECORD.
           MOVE  XWF0VA OF CUSTS-RECORD  TO  SNF0VA OF ARSNAP-RECORD.
           MOVE  XWF0V0 OF CUSTS-RECORD  TO  SNF0V0 OF ARSNAP-RECORD.
           MOVE  XWGAVA OF CUSTS-RECORD  TO  SNGAVA OF ARSNAP-RECORD.
           MOVE  XWGBVA OF CUSTS-RECORD  TO  SNGBVA OF ARSNAP-RECORD.
           MOVE  XWGCVA OF CUSTS-RECORD  TO  SNGCVA OF ARSNAP-RECORD.
           MOVE  XWGDVA OF CUSTS-RECORD  TO  SNGDVA OF ARSNAP-RECORD.
           MOVE  XWGEVA OF CUSTS-RECORD  TO  SNGEVA OF ARSNAP-RECORD.
           MOVE  XWGFVA OF CUSTS-RECORD  TO  SNGFVA OF ARSNAP-RECORD.
           MOVE  XWGGVA OF CUSTS-RECORD  TO  SNGGVA OF ARSNAP-RECORD.
           WRITE  ARSNAP-RECORD
               INVALID KEY
                  DISPLAY "CBCUSBPF ARSNAP WRITE FAILED, CUST="
                          SNBCCD OF ARSNAP-RECORD  " STATUS="
                          ARSNAP-FILE-STATUS
           END-WRITE.
           ADD  1  TO  PT-SNAP-COUNT.
           ADD  XWIDV0 OF CUSTS-RECORD  TO  PT-SNAP-IDV0.
           ADD  XWF0VA OF CUSTS-RECORD  TO  PT-SNAP-F0VA.
           ADD  XWF0V0 OF CUSTS-RECORD  TO  PT-SNAP-F0V0.
       WRTSNP-EXIT.  EXIT.

      *�READS THE PRIOR GENERATION'S ROW FOR WS-DUPL-CODE - THE
      *�CUSTOMER ITSELF OR A DUPLICATE MERGED INTO IT.
       READ-PRIOR-SNAPSHOT.
           MOVE  WS-PRIOR-GEN  TO  SNGENO OF ARSNAP-RECORD.
           MOVE  WS-DUPL-CODE  TO  SNBCCD OF ARSNAP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ARSNAP.
           READ  ARSNAP-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-ARSNAP
           END-READ.
       RDPSNP-EXIT.  EXIT.

       LOAD-CURRENT-VALUES.
           INITIALIZE  WS-VALUE-TABLE.
           MOVE  XWIDV0 OF CUSTS-RECORD  TO  WV-VALUE (1).
           MOVE  XWF0VA OF CUSTS-RECORD  TO  WV-VALUE (2).
           MOVE  XWF0V0 OF CUSTS-RECORD  TO  WV-VALUE (3).
           MOVE  XWGAVA OF CUSTS-RECORD  TO  WV-VALUE (4).
           MOVE  XWGBVA OF CUSTS-RECORD  TO  WV-VALUE (5).
           MOVE  XWGCVA OF CUSTS-RECORD  TO  WV-VALUE (6).
           MOVE  XWGDVA OF CUSTS-RECORD  TO  WV-VALUE (7).
           MOVE  XWGEVA OF CUSTS-RECORD  TO  WV-VALUE (8).
           MOVE  XWGFVA OF CUSTS-RECORD  TO  WV-VALUE (9).
           MOVE  XWGGVA OF CUSTS-RECORD  TO  WV-VALUE (10).
           MOVE  "U"  TO  WS-MOVE-KIND.
           MOVE  "N"  TO  WS-PRE-ROLL.
           PERFORM APPLY-MOVEMENT-ROUTINE  THRU  APLMOV-EXIT.
       LDCUR-EXIT.  EXIT.

       LOAD-SNAPSHOT-VALUES.
           INITIALIZE  WS-VALUE-TABLE.
           MOVE  SNIDV0 OF ARSNAP-RECORD  TO  WV-VALUE (1).
           MOVE  SNF0VA OF ARSNAP-RECORD  TO  WV-VALUE (2).
           MOVE  SNF0V0 OF ARSNAP-RECORD  TO  WV-VALUE (3).
           MOVE  SNGAVA OF ARSNAP-RECORD  TO  WV-VALUE (4).
           MOVE  SNGBVA OF ARSNAP-RECORD  TO  WV-VALUE (5).
           MOVE  SNGCVA OF ARSNAP-RECORD  TO  WV-VALUE (6).
           MOVE  SNGDVA OF ARSNAP-RECORD  TO  WV-VALUE (7).
           MOVE  SNGEVA OF ARSNAP-RECORD  TO  WV-VALUE (8).
           MOVE  SNGFVA OF ARSNAP-RECORD  TO  WV-VALUE (9).
           MOVE  SNGGVA OF ARSNAP-RECORD  TO  WV-VALUE (10).
           MOVE  "S"  TO  WS-MOVE-KIND.
           MOVE  "N"  TO  WS-PRE-ROLL.
           PERFORM APPLY-MOVEMENT-ROUTINE  THRU  APLMOV-EXIT.
           ADD  1  TO  PT-PRIOR-USED.
       LDSNP-EXIT.  EXIT.

      *�AN ARCHIVED CUSTOMER'S FIGURES LEFT THE LIVE FILE WITH IT -
      *�TAKEN OUT AS AN OTHER CHANGE, SO WHAT WAS ARCHIVED MUST EQUAL
      *�THE SNAPSHOT.
       LOAD-ARCHIVE-VALUES.
           INITIALIZE  WS-VALUE-TABLE.
           COMPUTE  WV-VALUE (1)  =  0 - XWIDV0 OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (2)  =  0 - XWF0VA OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (3)  =  0 - XWF0V0 OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (4)  =  0 - XWGAVA OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (5)  =  0 - XWGBVA OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (6)  =  0 - XWGCVA OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (7)  =  0 - XWGDVA OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (8)  =  0 - XWGEVA OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (9)  =  0 - XWGFVA OF CUSTSA-RECORD.
           COMPUTE  WV-VALUE (10) =  0 - XWGGVA OF CUSTSA-RECORD.
           MOVE  "O"  TO  WS-MOVE-KIND.
           MOVE  "N"  TO  WS-PRE-ROLL.
           PERFORM APPLY-MOVEMENT-ROUTINE  THRU  APLMOV-EXIT.
       LDARC-EXIT.  EXIT.

      *****************************************************************
      *  APPLY-MOVEMENT-ROUTINE                                       *
      *  ADDS THE MOVEMENT IN WS-VALUE-TABLE TO THE COLUMN OF THE     *
      *  PROOF NAMED BY WS-MOVE-KIND (S=SNAPSHOT  P=POSTED  C=CASH    *
      *  O=OTHER  U=CURRENT). A POSTING OR CHANGE MADE BEFORE A       *
      *  PERIOD ROLL IS ALSO KEPT IN PF-PRE, AS THE ROLL TOOK IT OUT. *
      *****************************************************************
       APPLY-MOVEMENT-ROUTINE.
           PERFORM APPLY-ONE-FIELD  THRU  APL1FL-EXIT
                   VARYING  I  FROM  1  BY  1
                   UNTIL  I > PROVED-FIELDS.
       APLMOV-EXIT.  EXIT.

       APPLY-ONE-FIELD.
           EVALUATE  WS-MOVE-KIND
             WHEN  "S"
               ADD  WV-VALUE (I)  TO  PF-OPEN (I)
             WHEN  "P"
               ADD  WV-VALUE (I)  TO  PF-POST (I)
             WHEN  "C"
               ADD  WV-VALUE (I)  TO  PF-CASH (I)
             WHEN  "O"
               ADD  WV-VALUE (I)  TO  PF-OTHR (I)
             WHEN  "U"
               ADD  WV-VALUE (I)  TO  PF-CURR (I)
           END-EVALUATE.
           IF  WS-PRE-ROLL = "Y"
               ADD  WV-VALUE (I)  TO  PF-PRE (I)
           END-IF.
       APL1FL-EXIT.  EXIT.

      *****************************************************************
      *  PROVE-POSTINGS-ROUTINE                                       *
      *  EVERY INVOICE OF THE CUSTOMER RAISED BY A POSTING RUN IN THE *
      *  WINDOW - THE AMOUNT TO THE AR BALANCE AND PERIOD SALES, THE  *
      *  UNITS AND CATEGORY AMOUNTS FROM THE ORDER BEHIND IT.         *
      *****************************************************************
       PROVE-POSTINGS-ROUTINE.
           MOVE  WS-CUST-CODE  TO  IVBCCD OF INVOIC-RECORD.
           MOVE  ZERO  TO  IVINNO OF INVOIC-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-INVOIC.
           START  INVOIC-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF INVOIC-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-INVOIC
           END-START.
           PERFORM READ-NEXT-CUST-INVOICE  THRU  RNCIV-EXIT.
           PERFORM PROVE-ONE-INVOICE  THRU  PRV1IV-EXIT
                   UNTIL  RECORD-FOUND-INVOIC = "N".
       PRVPST-EXIT.  EXIT.

       PROVE-ONE-INVOICE.
           IF  IVRUNNO OF INVOIC-RECORD < WS-PRFR
                OR  IVRUNNO OF INVOIC-RECORD > WS-PRTO
               GO  PRV1IV-NEXT
           END-IF.
           INITIALIZE  WS-VALUE-TABLE.
           MOVE  IVAMT OF INVOIC-RECORD  TO  WV-VALUE (1)
                                             WV-VALUE (2).
           PERFORM INVOICE-LINES-ROUTINE  THRU  INVLNS-EXIT.
           MOVE  "P"  TO  WS-MOVE-KIND.
           MOVE  "N"  TO  WS-PRE-ROLL.
           IF  WS-ROLLED = "Y"
                AND  IVRUNNO OF INVOIC-RECORD NOT > WS-ROLL-RUN
               MOVE  "Y"  TO  WS-PRE-ROLL
           END-IF.
           PERFORM APPLY-MOVEMENT-ROUTINE  THRU  APLMOV-EXIT.
           ADD  1  TO  PT-INV-COUNT.
       PRV1IV-NEXT.
           PERFORM READ-NEXT-CUST-INVOICE  THRU  RNCIV-EXIT.
       PRV1IV-EXIT.  EXIT.

      *****************************************************************
      *  INVOICE-LINES-ROUTINE                                        *
      *  UNITS AND CATEGORY AMOUNTS OF THE ORDER BEHIND THE INVOICE,  *
      *  TAKEN AS CBCUSPST TOOK THEM - FROM THE ORDER'S SHIPPED       *
      *  REGISTER ROWS WHEN IT HAS ANY, OTHERWISE FROM ITS LINES.     *
      *****************************************************************
       INVOICE-LINES-ROUTINE.
           MOVE  IVORNO OF INVOIC-RECORD  TO  SRORNO OF SHPREG-RECORD.
           MOVE  ZERO  TO  SRLNNO OF SHPREG-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SHPREG.
           START  SHPREG-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF SHPREG-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SHPREG
           END-START.
           PERFORM READ-NEXT-SHPREG-ROW  THRU  RNSREG-EXIT.
           IF  RECORD-FOUND-SHPREG = "Y"
               PERFORM ADD-ONE-REGISTER-ROW  THRU  ADD1RG-EXIT
                       UNTIL  RECORD-FOUND-SHPREG = "N"
               GO  INVLNS-EXIT
           END-IF.
           MOVE  IVORNO OF INVOIC-RECORD  TO  ODORNO OF ORDDTL-RECORD.
           MOVE  ZERO  TO  ODLNNO OF ORDDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ORDDTL.
           START  ORDDTL-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF ORDDTL-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-ORDDTL
           END-START.
           PERFORM READ-NEXT-ORDDTL-LINE  THRU  RNODL-EXIT.
           PERFORM ADD-ONE-ORDER-LINE  THRU  ADD1OL-EXIT
                   UNTIL  RECORD-FOUND-ORDDTL = "N".
       INVLNS-EXIT.  EXIT.

       ADD-ONE-REGISTER-ROW.
           ADD  SRSHUN OF SHPREG-RECORD  TO  WV-VALUE (3).
           MOVE  SRPCAT OF SHPREG-RECORD  TO  WS-CAT-CODE.
           MOVE  SRAMT  OF SHPREG-RECORD  TO  WS-LINE-AMT.
           PERFORM ADD-CATEGORY-ROUTINE  THRU  ADDCAT-EXIT.
           PERFORM READ-NEXT-SHPREG-ROW  THRU  RNSREG-EXIT.
       ADD1RG-EXIT.  EXIT.

       ADD-ONE-ORDER-LINE.
           ADD  ODUNIT OF ORDDTL-RECORD  TO  WV-VALUE (3).
           MOVE  ODPCAT OF ORDDTL-RECORD  TO  WS-CAT-CODE.
           MOVE  ODAMT  OF ORDDTL-RECORD  TO  WS-LINE-AMT.
           PERFORM ADD-CATEGORY-ROUTINE  THRU  ADDCAT-EXIT.
           PERFORM READ-NEXT-ORDDTL-LINE  THRU  RNODL-EXIT.
       ADD1OL-EXIT.  EXIT.

       ADD-CATEGORY-ROUTINE.
           EVALUATE  WS-CAT-CODE
             WHEN  "A"
               ADD  WS-LINE-AMT  TO  WV-VALUE (4)
             WHEN  "B"
               ADD  WS-LINE-AMT  TO  WV-VALUE (5)
             WHEN  "C"
               ADD  WS-LINE-AMT  TO  WV-VALUE (6)
             WHEN  "D"
               ADD  WS-LINE-AMT  TO  WV-VALUE (7)
             WHEN  "E"
               ADD  WS-LINE-AMT  TO  WV-VALUE (8)
             WHEN  "F"
               ADD  WS-LINE-AMT  TO  WV-VALUE (9)
             WHEN  "G"
               ADD  WS-LINE-AMT  TO  WV-VALUE (10)
           END-EVALUATE.
       ADDCAT-EXIT.  EXIT.

      *****************************************************************
      *  PROVE-HISTORY-ROUTINE                                        *
      *  EVERY CUSHST ROW OF THE CUSTOMER IN THE WINDOW ON A PROVED   *
      *  FIELD. CBCUSCSH'S XWIDV0 ROWS ARE CASH (OLD BALANCE LESS     *
      *  NEW); ANY OTHER ROW IS AN OTHER CHANGE (NEW LESS OLD). A     *
      *  MERGE'S "*MERGE" MARKER BRINGS THE DUPLICATE'S SNAPSHOT IN;  *
      *  ITS XWIDV0 ROW IS THAT SAME BALANCE AND IS NOT COUNTED.      *
      *****************************************************************
       PROVE-HISTORY-ROUTINE.
           MOVE  WS-CUST-CODE  TO  HWBCCD OF CUSHST-RECORD.
           MOVE  ZERO  TO  HSEQNO OF CUSHST-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSHST.
           START  CUSHST-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF CUSHST-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSHST
           END-START.
           PERFORM READ-NEXT-CUST-HISTORY  THRU  RNCHS-EXIT.
           PERFORM PROVE-ONE-HISTORY  THRU  PRV1HS-EXIT
                   UNTIL  RECORD-FOUND-CUSHST = "N".
       PRVHST-EXIT.  EXIT.

       PROVE-ONE-HISTORY.
           MOVE  HCHGDT OF CUSHST-RECORD  TO  WS-STAMP-DATE.
           MOVE  HCHGTM OF CUSHST-RECORD  TO  WS-STAMP-TIME.
           IF  WS-STAMP-N NOT > WS-HSFR
                OR  WS-STAMP-N > WS-HSTO
               GO  PRV1HS-NEXT
           END-IF.
           IF  HUSRID OF CUSHST-RECORD = MERGE-PROGRAM-ID
               IF  HFLDNM OF CUSHST-RECORD = "*MERGE"
                   PERFORM ADD-MERGED-ROUTINE  THRU  ADDMRG-EXIT
               END-IF
               GO  PRV1HS-NEXT
           END-IF.
           PERFORM FIND-FIELD-ROUTINE  THRU  FNDFLD-EXIT.
           IF  WS-FLD-IX = ZERO
               GO  PRV1HS-NEXT
           END-IF.
           PERFORM DEEDIT-AMOUNTS-ROUTINE  THRU  DEEDIT-EXIT.
           INITIALIZE  WS-VALUE-TABLE.
           MOVE  "N"  TO  WS-PRE-ROLL.
           IF  HUSRID OF CUSHST-RECORD = CASH-PROGRAM-ID
                AND  WS-FLD-IX = 1
               COMPUTE  WV-VALUE (1)  =  WS-OLD-AMT  -  WS-NEW-AMT
               MOVE  "C"  TO  WS-MOVE-KIND
               PERFORM APPLY-MOVEMENT-ROUTINE  THRU  APLMOV-EXIT
               ADD  1  TO  PT-CASH-COUNT
               GO  PRV1HS-NEXT
           END-IF.
           COMPUTE  WV-VALUE (WS-FLD-IX)  =  WS-NEW-AMT  -  WS-OLD-AMT.
           IF  WS-ROLLED = "Y"
                AND  WS-STAMP-N NOT > WS-ROLL-STAMP
               MOVE  "Y"  TO  WS-PRE-ROLL
           END-IF.
           MOVE  "O"  TO  WS-MOVE-KIND.
           PERFORM APPLY-MOVEMENT-ROUTINE  THRU  APLMOV-EXIT.
       PRV1HS-NEXT.
           PERFORM READ-NEXT-CUST-HISTORY  THRU  RNCHS-EXIT.
       PRV1HS-EXIT.  EXIT.

       FIND-FIELD-ROUTINE.
           MOVE  ZERO  TO  WS-FLD-IX.
           PERFORM FIND-ONE-FIELD  THRU  FND1FL-EXIT
                   VARYING  J  FROM  1  BY  1
                   UNTIL  J > PROVED-FIELDS
                      OR  WS-FLD-IX NOT = ZERO.
       FNDFLD-EXIT.  EXIT.

       FIND-ONE-FIELD.
           IF  HFLDNM OF CUSHST-RECORD = WS-FIELD-NAME (J)
               MOVE  J  TO  WS-FLD-IX
           END-IF.
       FND1FL-EXIT.  EXIT.

      *�THE MARKER HOLDS THE DUPLICATE'S CODE AHEAD OF ITS BRANCH AND
      *�REGION. THE DUPLICATE IS REMEMBERED SO ITS SNAPSHOT ROW IS NOT
      *�REPORTED AGAIN AS A REMOVED CUSTOMER.
       ADD-MERGED-ROUTINE.
           MOVE  HOLDVL OF CUSHST-RECORD (1:5)  TO  WS-DUPL-CODE.
           ADD  1  TO  PT-MERGES.
           MOVE  "MERGE"  TO  WS-NOTE.
           IF  WS-MERGED-COUNT < MAX-MERGES
               ADD  1  TO  WS-MERGED-COUNT
               MOVE  WS-DUPL-CODE  TO  MG-BCCD (WS-MERGED-COUNT)
           ELSE
               MOVE  "Y"  TO  WS-TABLE-FULL
           END-IF.
           PERFORM READ-PRIOR-SNAPSHOT  THRU  RDPSNP-EXIT.
           IF  RECORD-FOUND-ARSNAP = "Y"
               PERFORM LOAD-SNAPSHOT-VALUES  THRU  LDSNP-EXIT
           END-IF.
       ADDMRG-EXIT.  EXIT.

       DEEDIT-AMOUNTS-ROUTINE.
           MOVE  HOLDVL OF CUSHST-RECORD (1:14)  TO  WS-DEEDIT-TEXT.
           MOVE  WS-DEEDIT-AMT  TO  WS-OLD-AMT.
           MOVE  HNEWVL OF CUSHST-RECORD (1:14)  TO  WS-DEEDIT-TEXT.
           MOVE  WS-DEEDIT-AMT  TO  WS-NEW-AMT.
       DEEDIT-EXIT.  EXIT.

      *****************************************************************
      *  FINISH-PROOF-ROUTINE                                         *
      *  ON A ROLL NIGHT THE PERIOD FIELDS LOSE THE OPENING FIGURES   *
      *  AND EVERYTHING ADDED BEFORE THE ROLL. WHAT THE MOVEMENTS DO  *
      *  NOT EXPLAIN IS THE DIFFERENCE - ANY FIELD WITH ONE PRINTS.   *
      *****************************************************************
       FINISH-PROOF-ROUTINE.
           IF  WS-APPLY-ROLL = "Y"
               PERFORM ROLL-ONE-FIELD  THRU  ROL1FL-EXIT
                       VARYING  I  FROM  2  BY  1
                       UNTIL  I > PROVED-FIELDS
           END-IF.
           MOVE  "N"  TO  WS-CUST-BREAK.
           PERFORM DIFF-ONE-FIELD  THRU  DIF1FL-EXIT
                   VARYING  I  FROM  1  BY  1
                   UNTIL  I > PROVED-FIELDS.
           ADD  1  TO  PT-PROVED.
           IF  WS-CUST-BREAK = "Y"
               ADD  1  TO  PT-EXCEPTIONS
           END-IF.
       FINPRF-EXIT.  EXIT.

       ROLL-ONE-FIELD.
           COMPUTE  PF-ROLL (I)  =  0  -  PF-OPEN (I)  -  PF-PRE (I).
       ROL1FL-EXIT.  EXIT.

       DIFF-ONE-FIELD.
           COMPUTE  PF-DIFF (I)  =  PF-CURR (I)  -  PF-OPEN (I)
                                 -  PF-POST (I)  +  PF-CASH (I)
                                 -  PF-OTHR (I)  -  PF-ROLL (I).
           ADD  PF-OPEN (I)  TO  GF-OPEN (I).
           ADD  PF-POST (I)  TO  GF-POST (I).
           ADD  PF-CASH (I)  TO  GF-CASH (I).
           ADD  PF-OTHR (I)  TO  GF-OTHR (I).
           ADD  PF-ROLL (I)  TO  GF-ROLL (I).
           ADD  PF-CURR (I)  TO  GF-CURR (I).
           ADD  PF-DIFF (I)  TO  GF-DIFF (I).
           IF  PF-DIFF (I) = ZERO
               GO  DIF1FL-EXIT
           END-IF.
           MOVE  "Y"  TO  WS-CUST-BREAK.
           MOVE  WS-CUST-CODE       TO  XL-BCCD.
           MOVE  WS-FIELD-NAME (I)  TO  XL-FLDNM.
           MOVE  PF-OPEN (I)        TO  XL-OPEN.
           MOVE  PF-POST (I)        TO  XL-POST.
           MOVE  PF-CASH (I)        TO  XL-CASH.
           MOVE  PF-OTHR (I)        TO  XL-OTHR.
           MOVE  PF-ROLL (I)        TO  XL-ROLL.
           MOVE  PF-CURR (I)        TO  XL-CURR.
           MOVE  PF-DIFF (I)        TO  XL-DIFF.
           MOVE  WS-NOTE            TO  XL-NOTE.
           WRITE  LIST-RECORD  FROM  WS-EXCEPTION-LINE
                  AFTER ADVANCING 1 LINE.
       DIF1FL-EXIT.  EXIT.

      *****************************************************************
      *  PROVE-REMOVED-ROUTINE                                        *
      *  EVERY ROW OF THE PRIOR SNAPSHOT WHOSE CUSTOMER IS NO LONGER  *
      *  ON FILE. A DUPLICATE MERGED AWAY WAS PROVED WITH ITS         *
      *  SURVIVOR. AN ARCHIVED CUSTOMER MUST HAVE GONE TO CUSTSA-FILE *
      *  WITH THE SNAPSHOT FIGURES. ANY OTHER WAS REMOVED WITHOUT A   *
      *  RECORD OF WHERE ITS BALANCE WENT.                            *
      *****************************************************************
       PROVE-REMOVED-ROUTINE.
           MOVE  WS-PRIOR-GEN  TO  SNGENO OF ARSNAP-RECORD.
           MOVE  LOW-VALUES  TO  SNBCCD OF ARSNAP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ARSNAP.
           START  ARSNAP-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF ARSNAP-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-ARSNAP
           END-START.
           PERFORM READ-NEXT-PRIOR-ROW  THRU  RNPRW-EXIT.
           PERFORM PROVE-ONE-REMOVED  THRU  PRV1RM-EXIT
                   UNTIL  RECORD-FOUND-ARSNAP = "N".
       PRVREM-EXIT.  EXIT.

       PROVE-ONE-REMOVED.
           MOVE  SNBCCD OF ARSNAP-RECORD  TO  WS-CUST-CODE.
           MOVE  WS-CUST-CODE  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "Y"
               GO  PRV1RM-NEXT
           END-IF.
           MOVE  "N"  TO  WS-MERGED-DUPL.
           PERFORM CHECK-ONE-MERGED  THRU  CHK1MG-EXIT
                   VARYING  I  FROM  1  BY  1
                   UNTIL  I > WS-MERGED-COUNT
                      OR  WS-MERGED-DUPL = "Y".
           IF  WS-MERGED-DUPL = "Y"
               GO  PRV1RM-NEXT
           END-IF.
           INITIALIZE  WS-PROOF-TABLE.
           PERFORM LOAD-SNAPSHOT-VALUES  THRU  LDSNP-EXIT.
           MOVE  WS-CUST-CODE  TO  XWBCCD OF CUSTSA-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTSA.
           READ  CUSTSA-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSTSA
           END-READ.
      *�THE NIGHT'S ARCHIVE RUNS AHEAD OF THE ROLL, SO AN ARCHIVED
      *�CUSTOMER KEEPS ITS PERIOD FIGURES AND IS NOT ROLLED.
           IF  RECORD-FOUND-CUSTSA = "Y"
               MOVE  "ARCH"  TO  WS-NOTE
               MOVE  "N"  TO  WS-APPLY-ROLL
               PERFORM LOAD-ARCHIVE-VALUES  THRU  LDARC-EXIT
               ADD  1  TO  PT-ARCHIVED
           ELSE
               MOVE  "GONE"  TO  WS-NOTE
               MOVE  WS-ROLLED  TO  WS-APPLY-ROLL
               ADD  1  TO  PT-REMOVED
           END-IF.
           PERFORM FINISH-PROOF-ROUTINE  THRU  FINPRF-EXIT.
       PRV1RM-NEXT.
           PERFORM READ-NEXT-PRIOR-ROW  THRU  RNPRW-EXIT.
       PRV1RM-EXIT.  EXIT.

       CHECK-ONE-MERGED.
           IF  MG-BCCD (I) = WS-CUST-CODE
               MOVE  "Y"  TO  WS-MERGED-DUPL
           END-IF.
       CHK1MG-EXIT.  EXIT.

      *****************************************************************
      *  CONTROL-INVOICES-ROUTINE                                     *
      *  INDEPENDENT TOTAL OF EVERY INVOICE ON FILE RAISED BY THE     *
      *  POSTING RUNS IN THE WINDOW - THE POSTING REGISTERS' TOTALS.  *
      *****************************************************************
       CONTROL-INVOICES-ROUTINE.
           MOVE  LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                 OF INVOIC-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-INVOIC.
           START  INVOIC-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF INVOIC-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-INVOIC
           END-START.
           IF  RECORD-FOUND-INVOIC = "Y"
               PERFORM READ-NEXT-INVOIC  THRU  RNINV-EXIT
           END-IF.
           PERFORM CONTROL-ONE-INVOICE  THRU  CTL1IV-EXIT
                   UNTIL  RECORD-FOUND-INVOIC = "N".
       CTLINV-EXIT.  EXIT.

       CONTROL-ONE-INVOICE.
           IF  IVRUNNO OF INVOIC-RECORD NOT < WS-PRFR
                AND  IVRUNNO OF INVOIC-RECORD NOT > WS-PRTO
               ADD  1  TO  CT-INV-COUNT
               ADD  IVAMT OF INVOIC-RECORD  TO  CT-INV-AMOUNT
           END-IF.
           PERFORM READ-NEXT-INVOIC  THRU  RNINV-EXIT.
       CTL1IV-EXIT.  EXIT.

      *****************************************************************
      *  CONTROL-CASH-ROUTINE                                         *
      *  INDEPENDENT TOTAL OF CBCUSCSH'S XWIDV0 ROWS IN THE WINDOW    *
      *  ACROSS THE WHOLE HISTORY FILE - THE CASH REGISTERS' TOTALS.  *
      *****************************************************************
       CONTROL-CASH-ROUTINE.
           MOVE  LOW-VALUES  TO  EXTERNALLY-DESCRIBED-KEY
                                 OF CUSHST-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSHST.
           START  CUSHST-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF CUSHST-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSHST
           END-START.
           IF  RECORD-FOUND-CUSHST = "Y"
               PERFORM READ-NEXT-CUSHST  THRU  RNHST-EXIT
           END-IF.
           PERFORM CONTROL-ONE-HISTORY  THRU  CTL1HS-EXIT
                   UNTIL  RECORD-FOUND-CUSHST = "N".
       CTLCSH-EXIT.  EXIT.

       CONTROL-ONE-HISTORY.
           IF  HUSRID OF CUSHST-RECORD NOT = CASH-PROGRAM-ID
                OR  HFLDNM OF CUSHST-RECORD NOT = "XWIDV0"
               GO  CTL1HS-NEXT
           END-IF.
           MOVE  HCHGDT OF CUSHST-RECORD  TO  WS-STAMP-DATE.
           MOVE  HCHGTM OF CUSHST-RECORD  TO  WS-STAMP-TIME.
           IF  WS-STAMP-N NOT > WS-HSFR
                OR  WS-STAMP-N > WS-HSTO
               GO  CTL1HS-NEXT
           END-IF.
           PERFORM DEEDIT-AMOUNTS-ROUTINE  THRU  DEEDIT-EXIT.
           ADD  1  TO  CT-CASH-COUNT.
           COMPUTE  CT-CASH-AMOUNT  =  CT-CASH-AMOUNT
                                    +  WS-OLD-AMT  -  WS-NEW-AMT.
       CTL1HS-NEXT.
           PERFORM READ-NEXT-CUSHST  THRU  RNHST-EXIT.
       CTL1HS-EXIT.  EXIT.

      *****************************************************************
      *  CLOSE-GENERATION-ROUTINE                                     *
      *  COMPLETES THE GENERATION RECORD WITH THE SNAPSHOT AND PROOF  *
      *  TOTALS. ONLY A COMPLETE GENERATION IS EVER PROVED AGAINST.   *
      *****************************************************************
       CLOSE-GENERATION-ROUTINE.
           MOVE  WS-GEN-NO  TO  SCGENO OF ARSCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ARSCTL.
           READ  ARSCTL-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-ARSCTL
           END-READ.
           IF  RECORD-FOUND-ARSCTL = "N"
               DISPLAY "CBCUSBPF ARSCTL READ FAILED, GEN="
                       WS-GEN-NO  " STATUS="  ARSCTL-FILE-STATUS
               GO  CLSGEN-EXIT
           END-IF.
           MOVE  "C"             TO  SCSTAT  OF ARSCTL-RECORD.
           MOVE  PT-SNAP-COUNT   TO  SCCUST  OF ARSCTL-RECORD.
           MOVE  PT-SNAP-IDV0    TO  SCIDV0  OF ARSCTL-RECORD.
           MOVE  PT-SNAP-F0VA    TO  SCF0VA  OF ARSCTL-RECORD.
           MOVE  PT-SNAP-F0V0    TO  SCF0V0  OF ARSCTL-RECORD.
           MOVE  PT-PROVED       TO  SCPROV  OF ARSCTL-RECORD.
           MOVE  PT-EXCEPTIONS   TO  SCXCPT  OF ARSCTL-RECORD.
           MOVE  GF-DIFF (1)     TO  SCDIFF  OF ARSCTL-RECORD.
           MOVE  WS-RUN-NO       TO  SCRUNNO OF ARSCTL-RECORD.
           REWRITE  ARSCTL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSBPF ARSCTL REWRITE FAILED, GEN="
                          WS-GEN-NO  " STATUS="  ARSCTL-FILE-STATUS
           END-REWRITE.
       CLSGEN-EXIT.  EXIT.

      *****************************************************************
      *  PURGE-GENERATIONS-ROUTINE                                    *
      *  DELETES THE SNAPSHOT ROWS OF EVERY GENERATION OLDER THAN THE *
      *  ONE JUST PROVED AGAINST - TONIGHT'S AND THE PRIOR ONE STAY.  *
      *****************************************************************
       PURGE-GENERATIONS-ROUTINE.
           IF  WS-FIRST-SNAPSHOT = "Y"
               MOVE  WS-GEN-NO  TO  WS-KEEP-GEN
           ELSE
               MOVE  WS-PRIOR-GEN  TO  WS-KEEP-GEN
           END-IF.
           MOVE  ZERO  TO  SNGENO OF ARSNAP-RECORD.
           MOVE  LOW-VALUES  TO  SNBCCD OF ARSNAP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ARSNAP.
           START  ARSNAP-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF ARSNAP-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-ARSNAP
           END-START.
           PERFORM PURGE-ONE-ROW  THRU  PRG1RW-EXIT
                   UNTIL  RECORD-FOUND-ARSNAP = "N".
       PRGGEN-EXIT.  EXIT.

       PURGE-ONE-ROW.
           READ  ARSNAP-FILE  NEXT RECORD
                 AT END
                    MOVE "N"  TO  RECORD-FOUND-ARSNAP
                    GO  PRG1RW-EXIT
           END-READ.
           IF  SNGENO OF ARSNAP-RECORD NOT < WS-KEEP-GEN
               MOVE  "N"  TO  RECORD-FOUND-ARSNAP
               GO  PRG1RW-EXIT
           END-IF.
           DELETE  ARSNAP-FILE
               INVALID KEY
                  DISPLAY "CBCUSBPF ARSNAP DELETE FAILED, CUST="
                          SNBCCD OF ARSNAP-RECORD  " STATUS="
                          ARSNAP-FILE-STATUS
           END-DELETE.
           ADD  1  TO  PT-PURGED.
       PRG1RW-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-CONTROL-TOTALS                                         *
      *  GRAND TOTALS BY FIELD, THEN THE INVOICES, CASH AND PRIOR     *
      *  SNAPSHOT PROVED TO CUSTOMERS AGAINST THEIR CONTROL TOTALS,   *
      *  THEN THE COUNTS.                                             *
      *****************************************************************
       PRINT-CONTROL-TOTALS.
           IF  WS-FIRST-SNAPSHOT = "Y"
               MOVE  "FIRST SNAPSHOT - NOTHING TO PROVE AGAINST."
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
               GO  PRTOT-COUNTS
           END-IF.
           IF  PT-EXCEPTIONS = ZERO
               MOVE  "EVERY CUSTOMER RECONCILES TO THE PRIOR SNAPSHOT."
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 1 LINE
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-HEADING-3
                  AFTER ADVANCING 3 LINES.
           PERFORM PRINT-FIELD-TOTAL  THRU  PRTFLD-EXIT
                   VARYING  I  FROM  1  BY  1
                   UNTIL  I > PROVED-FIELDS.
           WRITE  LIST-RECORD  FROM  WS-HEADING-4
                  AFTER ADVANCING 3 LINES.
           MOVE  "SALES POSTED - INVOICES:"  TO  TI-LABEL.
           MOVE  CT-INV-COUNT   TO  TI-CTL-COUNT.
           MOVE  CT-INV-AMOUNT  TO  TI-CTL-AMOUNT.
           MOVE  PT-INV-COUNT   TO  TI-PRV-COUNT.
           MOVE  GF-POST (1)    TO  TI-PRV-AMOUNT.
           MOVE  SPACES  TO  TI-FLAG.
           IF  CT-INV-COUNT NOT = PT-INV-COUNT
                OR  CT-INV-AMOUNT NOT = GF-POST (1)
               MOVE  "*** DOES NOT TIE ***"  TO  TI-FLAG
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-TIE-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "CASH APPLIED - PAYMENTS:"  TO  TI-LABEL.
           MOVE  CT-CASH-COUNT   TO  TI-CTL-COUNT.
           MOVE  CT-CASH-AMOUNT  TO  TI-CTL-AMOUNT.
           MOVE  PT-CASH-COUNT   TO  TI-PRV-COUNT.
           MOVE  GF-CASH (1)     TO  TI-PRV-AMOUNT.
           MOVE  SPACES  TO  TI-FLAG.
           IF  CT-CASH-COUNT NOT = PT-CASH-COUNT
                OR  CT-CASH-AMOUNT NOT = GF-CASH (1)
               MOVE  "*** DOES NOT TIE ***"  TO  TI-FLAG
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-TIE-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "PRIOR SNAPSHOT - AR BALANCE:"  TO  TI-LABEL.
           MOVE  WS-PRIOR-CUST   TO  TI-CTL-COUNT.
           MOVE  WS-PRIOR-IDV0   TO  TI-CTL-AMOUNT.
           MOVE  PT-PRIOR-USED   TO  TI-PRV-COUNT.
           MOVE  GF-OPEN (1)     TO  TI-PRV-AMOUNT.
           MOVE  SPACES  TO  TI-FLAG.
           IF  WS-PRIOR-CUST NOT = PT-PRIOR-USED
                OR  WS-PRIOR-IDV0 NOT = GF-OPEN (1)
               MOVE  "*** DOES NOT TIE ***"  TO  TI-FLAG
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-TIE-LINE
                  AFTER ADVANCING 1 LINE.
       PRTOT-COUNTS.
           MOVE  "CUSTOMERS IN TONIGHT'S SNAPSHOT:"  TO  TL-LABEL.
           MOVE  PT-SNAP-COUNT  TO  TL-COUNT.
           MOVE  PT-SNAP-IDV0   TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           IF  WS-FIRST-SNAPSHOT = "Y"
               GO  PRTOT-EXIT
           END-IF.
           MOVE  "CUSTOMERS PROVED:"  TO  TL-LABEL.
           MOVE  PT-PROVED  TO  TL-COUNT.
           MOVE  ZERO       TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "NOT RECONCILED - NET AR DIFFERENCE:"  TO  TL-LABEL.
           MOVE  PT-EXCEPTIONS  TO  TL-COUNT.
           MOVE  GF-DIFF (1)    TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  ZERO  TO  TL-AMOUNT.
           MOVE  "NEW SINCE THE PRIOR SNAPSHOT:"  TO  TL-LABEL.
           MOVE  PT-NEW  TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "DUPLICATES MERGED INTO A SURVIVOR:"  TO  TL-LABEL.
           MOVE  PT-MERGES  TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "ARCHIVED TO CUSTSA:"  TO  TL-LABEL.
           MOVE  PT-ARCHIVED  TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "REMOVED WITHOUT RECORD:"  TO  TL-LABEL.
           MOVE  PT-REMOVED  TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "OLD SNAPSHOT ROWS PURGED:"  TO  TL-LABEL.
           MOVE  PT-PURGED  TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           IF  WS-TABLE-FULL = "Y"
               MOVE  "MERGE TABLE FULL - LATER DUPLICATES SHOWN GONE."
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
       PRTOT-EXIT.  EXIT.

       PRINT-FIELD-TOTAL.
           MOVE  WS-FIELD-NAME (I)  TO  FT-FLDNM.
           MOVE  GF-OPEN (I)        TO  FT-OPEN.
           MOVE  GF-POST (I)        TO  FT-POST.
           MOVE  GF-CASH (I)        TO  FT-CASH.
           MOVE  GF-OTHR (I)        TO  FT-OTHR.
           MOVE  GF-ROLL (I)        TO  FT-ROLL.
           MOVE  GF-CURR (I)        TO  FT-CURR.
           MOVE  GF-DIFF (I)        TO  FT-DIFF.
           WRITE  LIST-RECORD  FROM  WS-FIELD-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
       PRTFLD-EXIT.  EXIT.

       RUNCTL-START-ROUTINE.
           MOVE  "N"  TO  WS-RESTARTING.
           PERFORM  RUNCTL-FIND-LAST-RUN  THRU  RCFLR-EXIT.
           IF  RECORD-FOUND-RUNCTL = "Y"
                AND  RCSTAT OF WS-RUNCTL-IMAGE = "A"
                AND  RCPARM OF WS-RUNCTL-IMAGE = WS-RUN-PARM
               MOVE  "Y"  TO  WS-RESTARTING
               MOVE  RCRUNNO OF WS-RUNCTL-IMAGE  TO  WS-RUN-NO
               MOVE  "Y"  TO  RCRSTR OF WS-RUNCTL-IMAGE
               PERFORM  RUNCTL-REWRITE  THRU  RCRWT-EXIT
               GO  RCSTART-EXIT
           END-IF.
           IF  RECORD-FOUND-RUNCTL = "Y"
                AND  RCSTAT OF WS-RUNCTL-IMAGE = "A"
               MOVE  "F"  TO  RCSTAT OF WS-RUNCTL-IMAGE
               PERFORM  RUNCTL-REWRITE  THRU  RCRWT-EXIT
           END-IF.
           IF  RECORD-FOUND-RUNCTL = "Y"
               COMPUTE  WS-RUN-NO = RCRUNNO OF WS-RUNCTL-IMAGE + 1
           ELSE
               MOVE  1  TO  WS-RUN-NO
           END-IF.
           INITIALIZE  WS-RUNCTL-IMAGE
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  RUN-PROGRAM-ID   TO  RCPGM   OF WS-RUNCTL-IMAGE.
           MOVE  WS-RUN-NO        TO  RCRUNNO OF WS-RUNCTL-IMAGE.
           MOVE  WS-RUN-PARM      TO  RCPARM  OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-DATE      TO  RCSTDT  OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-TIME-HMS  TO  RCSTTM  OF WS-RUNCTL-IMAGE.
           MOVE  "A"              TO  RCSTAT  OF WS-RUNCTL-IMAGE.
           MOVE  "N"              TO  RCRSTR  OF WS-RUNCTL-IMAGE.
           MOVE  WS-RUNCTL-IMAGE  TO  RUNCTL-RECORD.
           WRITE  RUNCTL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSBPF RUNCTL WRITE FAILED, STATUS="
                          RUNCTL-FILE-STATUS
           END-WRITE.
       RCSTART-EXIT.  EXIT.

       RUNCTL-FIND-LAST-RUN.
           MOVE  RUN-PROGRAM-ID  TO  RCPGM OF RUNCTL-RECORD.
           PERFORM RUNCTL-FIND-PROGRAM-RUN  THRU  RCFPR-EXIT.
           IF  RECORD-FOUND-RUNCTL = "Y"
               MOVE  RUNCTL-RECORD  TO  WS-RUNCTL-IMAGE
           END-IF.
       RCFLR-EXIT.  EXIT.

       RUNCTL-FIND-PROGRAM-RUN.
           MOVE  RCPGM OF RUNCTL-RECORD  TO  WS-FIND-PGM.
           MOVE  9999999  TO  RCRUNNO OF RUNCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-RUNCTL.
           START  RUNCTL-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF RUNCTL-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-RUNCTL
           END-START.
           IF  RECORD-FOUND-RUNCTL = "Y"
               READ  RUNCTL-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-RUNCTL
               END-READ
           END-IF.
           IF  RECORD-FOUND-RUNCTL = "Y"
                AND  RCPGM OF RUNCTL-RECORD NOT = WS-FIND-PGM
               MOVE  "N"  TO  RECORD-FOUND-RUNCTL
           END-IF.
       RCFPR-EXIT.  EXIT.

       RUNCTL-REFUSED-ROUTINE.
           WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                  AFTER ADVANCING 2 LINES.
           PERFORM  RUNCTL-FIND-LAST-RUN  THRU  RCFLR-EXIT.
           IF  RECORD-FOUND-RUNCTL = "Y"
                AND  RCSTAT OF WS-RUNCTL-IMAGE = "A"
               GO  RCREF-EXIT
           END-IF.
           IF  RECORD-FOUND-RUNCTL = "Y"
               COMPUTE  WS-RUN-NO = RCRUNNO OF WS-RUNCTL-IMAGE + 1
           ELSE
               MOVE  1  TO  WS-RUN-NO
           END-IF.
           INITIALIZE  WS-RUNCTL-IMAGE
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  RUN-PROGRAM-ID   TO  RCPGM   OF WS-RUNCTL-IMAGE.
           MOVE  WS-RUN-NO        TO  RCRUNNO OF WS-RUNCTL-IMAGE.
           MOVE  WS-RUN-PARM      TO  RCPARM  OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-DATE      TO  RCSTDT  OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-TIME-HMS  TO  RCSTTM  OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-DATE      TO  RCENDT  OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-TIME-HMS  TO  RCENTM  OF WS-RUNCTL-IMAGE.
           MOVE  "F"              TO  RCSTAT  OF WS-RUNCTL-IMAGE.
           MOVE  "N"              TO  RCRSTR  OF WS-RUNCTL-IMAGE.
           MOVE  WS-RUNCTL-IMAGE  TO  RUNCTL-RECORD.
           WRITE  RUNCTL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSBPF RUNCTL WRITE FAILED, STATUS="
                          RUNCTL-FILE-STATUS
           END-WRITE.
       RCREF-EXIT.  EXIT.

      *****************************************************************
      *  SYSSTS-SET-ROUTINE / SYSSTS-CLEAR-ROUTINE                     *
      *  OPEN AND CLOSE THE BATCH WINDOW ON THE CUSTOMER MASTER'S      *
      *  SYSSTS-FILE RECORD. THE INTERACTIVE PROGRAMS REFUSE TO        *
      *  UPDATE CUSTS-FILE WHILE THE WINDOW IS OPEN. THE CLEAR ONLY    *
      *  RELEASES A WINDOW THIS RUN ITSELF OPENED.                     *
      *****************************************************************
       SYSSTS-SET-ROUTINE.
           ACCEPT  WS-SS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SS-TIME  FROM  TIME.
           MOVE  SYSSTS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SYSSTS.
           READ  SYSSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SYSSTS
           END-READ.
           IF  RECORD-FOUND-SYSSTS = "N"
               INITIALIZE  SYSSTS-RECORD
                   REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS
               MOVE  SYSSTS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD
           END-IF.
           MOVE  "Y"               TO  SSBTCH OF SYSSTS-RECORD.
           MOVE  SYSSTS-HOLDER-ID  TO  SSBPGM OF SYSSTS-RECORD.
           MOVE  WS-SS-DATE        TO  SSBDT  OF SYSSTS-RECORD.
           MOVE  WS-SS-TIME-HMS    TO  SSBTM  OF SYSSTS-RECORD.
           IF  RECORD-FOUND-SYSSTS = "N"
               WRITE  SYSSTS-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSBPF SYSSTS WRITE FAILED, STATUS="
                              SYSSTS-FILE-STATUS
               END-WRITE
           ELSE
               REWRITE  SYSSTS-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSBPF SYSSTS REWRITE FAILED, STATUS="
                              SYSSTS-FILE-STATUS
               END-REWRITE
           END-IF.
       SSSET-EXIT.  EXIT.

       SYSSTS-CLEAR-ROUTINE.
           IF  WS-WINDOW-HELD NOT = "Y"
               GO  SSCLR-EXIT
           END-IF.
           MOVE  SYSSTS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SYSSTS.
           READ  SYSSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SYSSTS
           END-READ.
           IF  RECORD-FOUND-SYSSTS = "Y"
                AND  SSBPGM OF SYSSTS-RECORD = SYSSTS-HOLDER-ID
               MOVE  "N"     TO  SSBTCH OF SYSSTS-RECORD
               MOVE  SPACES  TO  SSBPGM OF SYSSTS-RECORD
               REWRITE  SYSSTS-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSBPF SYSSTS REWRITE FAILED, STATUS="
                              SYSSTS-FILE-STATUS
               END-REWRITE
           END-IF.
           MOVE  "N"  TO  WS-WINDOW-HELD.
       SSCLR-EXIT.  EXIT.

       RUNCTL-END-ROUTINE.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           MOVE  PT-SNAP-COUNT    TO  WS-RECORDS-DONE.
           MOVE  WS-SYS-DATE      TO  RCENDT  OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-TIME-HMS  TO  RCENTM  OF WS-RUNCTL-IMAGE.
           MOVE  "C"              TO  RCSTAT  OF WS-RUNCTL-IMAGE.
           MOVE  WS-RECORDS-DONE  TO  RCCKCNT OF WS-RUNCTL-IMAGE.
           PERFORM  RUNCTL-REWRITE  THRU  RCRWT-EXIT.
       RCEND-EXIT.  EXIT.

       RUNCTL-REWRITE.
           MOVE  WS-RUNCTL-IMAGE  TO  RUNCTL-RECORD.
           REWRITE  RUNCTL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSBPF RUNCTL REWRITE FAILED, STATUS="
                          RUNCTL-FILE-STATUS
           END-REWRITE.
       RCRWT-EXIT.  EXIT.

       READ-NEXT-CUSTS.
           MOVE "Y"   TO RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-CUSTS.
       RNCST-EXIT. EXIT.

       READ-NEXT-INVOIC.
           MOVE "Y"   TO RECORD-FOUND-INVOIC.
           READ  INVOIC-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-INVOIC.
       RNINV-EXIT. EXIT.

       READ-NEXT-CUSHST.
           MOVE "Y"   TO RECORD-FOUND-CUSHST.
           READ  CUSHST-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-CUSHST.
       RNHST-EXIT. EXIT.

       READ-NEXT-CUST-INVOICE.
           IF  RECORD-FOUND-INVOIC = "N"
               GO  RNCIV-EXIT
           END-IF.
           READ  INVOIC-FILE  NEXT RECORD
                 AT END
                    MOVE "N"  TO  RECORD-FOUND-INVOIC
           END-READ.
           IF  RECORD-FOUND-INVOIC = "Y"
                AND  IVBCCD OF INVOIC-RECORD NOT = WS-CUST-CODE
               MOVE  "N"  TO  RECORD-FOUND-INVOIC
           END-IF.
       RNCIV-EXIT.  EXIT.

       READ-NEXT-CUST-HISTORY.
           IF  RECORD-FOUND-CUSHST = "N"
               GO  RNCHS-EXIT
           END-IF.
           READ  CUSHST-FILE  NEXT RECORD
                 AT END
                    MOVE "N"  TO  RECORD-FOUND-CUSHST
           END-READ.
           IF  RECORD-FOUND-CUSHST = "Y"
                AND  HWBCCD OF CUSHST-RECORD NOT = WS-CUST-CODE
               MOVE  "N"  TO  RECORD-FOUND-CUSHST
           END-IF.
       RNCHS-EXIT.  EXIT.

       READ-NEXT-PRIOR-ROW.
           IF  RECORD-FOUND-ARSNAP = "N"
               GO  RNPRW-EXIT
           END-IF.
           READ  ARSNAP-FILE  NEXT RECORD
                 AT END
                    MOVE "N"  TO  RECORD-FOUND-ARSNAP
           END-READ.
           IF  RECORD-FOUND-ARSNAP = "Y"
                AND  SNGENO OF ARSNAP-RECORD NOT = WS-PRIOR-GEN
               MOVE  "N"  TO  RECORD-FOUND-ARSNAP
           END-IF.
       RNPRW-EXIT.  EXIT.

       READ-NEXT-SHPREG-ROW.
           IF  RECORD-FOUND-SHPREG = "N"
               GO  RNSREG-EXIT
           END-IF.
           READ  SHPREG-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-SHPREG
           END-READ.
           IF  RECORD-FOUND-SHPREG = "Y"
                AND  SRORNO OF SHPREG-RECORD
                            NOT = IVORNO OF INVOIC-RECORD
               MOVE  "N"  TO  RECORD-FOUND-SHPREG
           END-IF.
       RNSREG-EXIT.  EXIT.

       READ-NEXT-ORDDTL-LINE.
           IF  RECORD-FOUND-ORDDTL = "N"
               GO  RNODL-EXIT
           END-IF.
           READ  ORDDTL-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-ORDDTL
           END-READ.
           IF  RECORD-FOUND-ORDDTL = "Y"
                AND  ODORNO OF ORDDTL-RECORD
                            NOT = IVORNO OF INVOIC-RECORD
               MOVE  "N"  TO  RECORD-FOUND-ORDDTL
           END-IF.
       RNODL-EXIT.  EXIT.
