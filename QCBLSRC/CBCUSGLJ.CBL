       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSGLJ.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * General ledger journal interface - builds the night's journal
      * batch for the ledger in place of accounting rekeying the
      * totals of the posting, cash receipts and merge reports every
      * morning. Four kinds of AR movement are journaled, each as a
      * balanced debit and credit:
      *
      *   sales posted   - the invoices CBCUSPST raised: debit AR,
      *                    credit sales;
      *   cash applied   - the lockbox payments CBCUSCSH applied (its
      *                    XWIDV0 history rows): debit cash, credit AR;
      *   merge transfer - the AR balance CBCUSMRG moved from a
      *                    duplicate customer to the survivor (its
      *                    merge marker and XWIDV0 history rows):
      *                    debit AR in the survivor's branch and
      *                    region, credit AR in the duplicate's;
      *   bad debt       - the write-offs a supervisor approved in
      *                    CBCUSWRV (the approved WOFREQ-FILE
      *                    requests): debit bad debt, credit AR in
      *                    the branch and region the customer had
      *                    when the write-off was approved.
      *
      * Entries are summarised by source, branch XWB2CD and region
      * XWB3CD into one GLJRNL-FILE line per account, the branch and
      * region riding on each line as its ledger segments. Account
      * numbers come from the GL code type on REFCDS-FILE (codes AR,
      * SALES, CASH and WOFF), maintained through CBCUSREF; the run
      * is refused while any of the four is missing.
      *
      * Every batch gets the next batch number on GLBCTL-FILE, which
      * records what the batch covers - the range of CBCUSPST run
      * numbers (IVRUNNO on the invoices) and the CUSHST-FILE time
      * window - together with its control totals, so the sales,
      * cash and merge totals tie back to those runs' registers and
      * the write-off total to the CBCUSWOL register. A write-off
      * belongs to the batch whose history window holds its approval
      * date and time. Each batch starts where the previous one
      * stopped, so a rerun only picks up activity not yet journaled
      * and never sends the same journal twice. A night with nothing
      * to journal still closes its batch, with zero totals and no
      * journal lines, so the next batch starts at its cut-off. A
      * batch left half built by an abended run is rebuilt under the
      * same number over the same window. The very first batch starts
      * from the latest CBCUSPST run, so earlier history already
      * keyed by hand is not journaled again.
      *
      * Runs as a CBNGTRUN step after the night's posting and cash
      * steps.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVOIC-FILE
               ASSIGN TO DATABASE-INVOIC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVOIC-RECORD
               FILE STATUS IS INVOIC-FILE-STATUS.

           SELECT CUSHST-FILE
               ASSIGN TO DATABASE-CUSHST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSHST-RECORD
               FILE STATUS IS CUSHST-FILE-STATUS.

           SELECT WOFREQ-FILE
               ASSIGN TO DATABASE-WOFREQ
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF WOFREQ-RECORD
               FILE STATUS IS WOFREQ-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD
               FILE STATUS IS CUSTS-FILE-STATUS.

           SELECT REFCDS-FILE
               ASSIGN TO DATABASE-REFCDS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF REFCDS-RECORD
               FILE STATUS IS REFCDS-FILE-STATUS.

           SELECT GLBCTL-FILE
               ASSIGN TO DATABASE-GLBCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLBCTL-RECORD
               FILE STATUS IS GLBCTL-FILE-STATUS.

           SELECT GLJRNL-FILE
               ASSIGN TO DATABASE-GLJRNL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF GLJRNL-RECORD
               FILE STATUS IS GLJRNL-FILE-STATUS.

           SELECT RUNCTL-FILE
               ASSIGN TO DATABASE-RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF RUNCTL-RECORD
               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO DISK-SORTWK.

           SELECT LIST-FILE
               ASSIGN TO PRINTER-QSYSPRT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  INVOIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOIC-RECORD.
           COPY DDS-INVOICR     OF  INVOIC.

       FD  CUSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSHST-RECORD.
           COPY DDS-CUSHSTR     OF  CUSHST.

       FD  WOFREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  WOFREQ-RECORD.
           COPY DDS-WOFREQR     OF  WOFREQ.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  REFCDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFCDS-RECORD.
           COPY DDS-REFCDSR     OF  REFCDS.

       FD  GLBCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLBCTL-RECORD.
           COPY DDS-GLBCTLR     OF  GLBCTL.

       FD  GLJRNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  GLJRNL-RECORD.
           COPY DDS-GLJRNLR     OF  GLJRNL.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           COPY DDS-RUNCTLR     OF  RUNCTL.

      * ONE SORT RECORD PER DEBIT OR CREDIT OF EACH SOURCE ITEM -
      * SUMMARISED BY THE OUTPUT PROCEDURE INTO THE JOURNAL LINES.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-SRSQ             PIC 9(01).
           05  SR-SRCE             PIC X(04).
           05  SR-B2CD             PIC X(05).
           05  SR-B3CD             PIC X(05).
           05  SR-DRCR             PIC X(01).
           05  SR-ACTP             PIC X(05).
           05  SR-AMT              PIC S9(9)V99   COMP-3.

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  WOFREQ-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  REFCDS-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  GLBCTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  GLJRNL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  RUNCTL-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSHST     PIC X   VALUE SPACES.
           02  RECORD-FOUND-WOFREQ     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-REFCDS     PIC X   VALUE SPACES.
           02  RECORD-FOUND-GLBCTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-GLJRNL     PIC X   VALUE SPACES.
           02  SORT-EOF                PIC X   VALUE "N".
           02  WS-FIRST-RECORD         PIC X   VALUE "Y".
           02  WS-RUN-OK               PIC X   VALUE "Y".
           02  WS-REBUILDING           PIC X   VALUE "N".
           02  WS-MERGE-PENDING        PIC X   VALUE "N".
           02  WS-BATCH-NO             PIC 9(07) VALUE 0.
           02  WS-PRFR                 PIC 9(07) VALUE 0.
           02  WS-PRTO                 PIC 9(07) VALUE 0.
           02  WS-HSFR                 PIC 9(14) VALUE 0.
           02  WS-HSTO                 PIC 9(14) VALUE 0.
           02  WS-LINE-NO              PIC 9(05) VALUE 0.
           02  WS-SEG-B2CD             PIC X(05) VALUE SPACES.
           02  WS-SEG-B3CD             PIC X(05) VALUE SPACES.
           02  WS-SURV-B2CD            PIC X(05) VALUE SPACES.
           02  WS-SURV-B3CD            PIC X(05) VALUE SPACES.
           02  WS-DUPL-B2CD            PIC X(05) VALUE SPACES.
           02  WS-DUPL-B3CD            PIC X(05) VALUE SPACES.
           02  WS-OLD-AMT              PIC S9(9)V99 VALUE 0.
           02  WS-NEW-AMT              PIC S9(9)V99 VALUE 0.
           02  WS-ENT-AMT              PIC S9(9)V99 VALUE 0.
           02  WS-DR-ACTP              PIC X(05) VALUE SPACES.
           02  WS-CR-ACTP              PIC X(05) VALUE SPACES.
           02  WS-ACCT-CODE            PIC X(05) VALUE SPACES.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS     PIC 9(06).
               03  WS-SYS-TIME-HH      PIC 9(02).

      * DATE AND TIME OF A HISTORY ROW (OR OF THIS RUN) AS ONE NUMBER
      * SO THE JOURNAL WINDOW CAN BE COMPARED IN A SINGLE TEST.
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

      * GL ACCOUNT NUMBERS LOADED FROM REFCDS-FILE CODE TYPE GL
       01  WS-ACCOUNTS.
           02  WS-ACCT-AR              PIC X(10) VALUE SPACES.
           02  WS-ACCT-SALES           PIC X(10) VALUE SPACES.
           02  WS-ACCT-CASH            PIC X(10) VALUE SPACES.
           02  WS-ACCT-WOFF            PIC X(10) VALUE SPACES.

       01  WS-CONSTANTS.
           02  GL-CODE-TYPE            PIC X(02) VALUE "GL".
           02  POSTING-PROGRAM-ID      PIC X(10) VALUE "CBCUSPST".
           02  CASH-PROGRAM-ID         PIC X(10) VALUE "CBCUSCSH".
           02  MERGE-PROGRAM-ID        PIC X(10) VALUE "CBCUSMRG".

      * JOURNAL LINE ACCUMULATOR - ONE LINE PER SOURCE, BRANCH,
      * REGION, SIDE AND ACCOUNT.
       01  WS-JOURNAL-LINE-ACCUM.
           02  JA-SRSQ                 PIC 9(01) VALUE 0.
           02  JA-SRCE                 PIC X(04) VALUE SPACES.
           02  JA-B2CD                 PIC X(05) VALUE SPACES.
           02  JA-B3CD                 PIC X(05) VALUE SPACES.
           02  JA-DRCR                 PIC X(01) VALUE SPACES.
           02  JA-ACTP                 PIC X(05) VALUE SPACES.
           02  JA-AMOUNT               PIC S9(11)V99 VALUE 0.
           02  JA-ITEMS                PIC 9(07) VALUE 0.

      * BATCH CONTROL TOTALS
       01  WS-BATCH-TOTALS.
           02  BT-SALE-COUNT           PIC 9(07) VALUE 0.
           02  BT-SALE-AMOUNT          PIC S9(11)V99 VALUE 0.
           02  BT-CASH-COUNT           PIC 9(07) VALUE 0.
           02  BT-CASH-AMOUNT          PIC S9(11)V99 VALUE 0.
           02  BT-MRGE-COUNT           PIC 9(07) VALUE 0.
           02  BT-MRGE-AMOUNT          PIC S9(11)V99 VALUE 0.
           02  BT-WOFF-COUNT           PIC 9(07) VALUE 0.
           02  BT-WOFF-AMOUNT          PIC S9(11)V99 VALUE 0.
           02  BT-LINES                PIC 9(05) VALUE 0.
           02  BT-DEBITS               PIC S9(11)V99 VALUE 0.
           02  BT-CREDITS              PIC S9(11)V99 VALUE 0.

      * RUN-CONTROL WORK FIELDS - THE BATCH ITSELF CARRIES THE
      * RESTART STATE (GBSTAT "O" ON GLBCTL-FILE), SO THE RUN RECORD
      * IS ONLY OPENED AT START AND CLOSED AT END FOR CBNGTRUN.
       01  WS-RUNCTL-VARIABLES.
           02  RECORD-FOUND-RUNCTL     PIC X   VALUE SPACES.
           02  WS-RESTARTING           PIC X   VALUE "N".
           02  WS-RUN-NO               PIC 9(07) VALUE 0.
           02  WS-RUN-PARM             PIC X(20) VALUE SPACES.
           02  WS-FIND-PGM             PIC X(10) VALUE SPACES.
           02  WS-RECORDS-DONE         PIC 9(07) VALUE 0.

       01  WS-RUNCTL-CONSTANTS.
           02  RUN-PROGRAM-ID          PIC X(10) VALUE "CBCUSGLJ".

       01  WS-RUNCTL-IMAGE.
           COPY DDS-RUNCTLR     OF  RUNCTL.

       01  WS-PARM-ERROR-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  PE-TEXT           PIC X(60) VALUE SPACES.
           02  FILLER            PIC X(71) VALUE SPACES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(30) VALUE
               "GENERAL LEDGER JOURNAL".
           02  FILLER            PIC X(07) VALUE "BATCH:".
           02  H1-BTNO           PIC 9(07).
           02  FILLER            PIC X(03) VALUE SPACES.
           02  FILLER            PIC X(06) VALUE "DATE:".
           02  H1-JLDT           PIC 9(08).
           02  FILLER            PIC X(70) VALUE SPACES.

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
           02  FILLER            PIC X(07) VALUE "LINE".
           02  FILLER            PIC X(06) VALUE "SRCE".
           02  FILLER            PIC X(12) VALUE "ACCOUNT".
           02  FILLER            PIC X(07) VALUE "MAP".
           02  FILLER            PIC X(07) VALUE "BRNCH".
           02  FILLER            PIC X(07) VALUE "REGN".
           02  FILLER            PIC X(19) VALUE
               "            DEBIT".
           02  FILLER            PIC X(19) VALUE
               "           CREDIT".
           02  FILLER            PIC X(09) VALUE "  ITEMS".
           02  FILLER            PIC X(30) VALUE "DESCRIPTION".
           02  FILLER            PIC X(08) VALUE SPACES.

      * ONE LINE PER JOURNAL LINE WRITTEN TO GLJRNL-FILE
       01  WS-JOURNAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  JL-LNNO           PIC 9(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-SRCE           PIC X(04).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-ACCT           PIC X(10).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-ACTP           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-B2CD           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-B3CD           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-DRAM           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-CRAM           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-ITEMS          PIC ZZZ,ZZ9.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  JL-DESC           PIC X(30).
           02  FILLER            PIC X(08) VALUE SPACES.

       01  WS-BATCH-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  BL-LABEL          PIC X(46) VALUE SPACES.
           02  BL-DRAM           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  BL-CRAM           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(49) VALUE SPACES.

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
           PERFORM LOAD-ACCOUNTS-ROUTINE  THRU  LDACCT-EXIT.
           IF  WS-RUN-OK = "Y"
               PERFORM SET-BATCH-ROUTINE  THRU  SETBAT-EXIT
           END-IF.
           PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT.
           IF  WS-RUN-OK NOT = "Y"
      *�A REFUSED RUN STILL LEAVES A RUN RECORD CLOSED "F" SO THE
      *�NIGHT-STREAM DRIVER SEES THE STEP FAIL.
               PERFORM RUNCTL-REFUSED-ROUTINE  THRU  RCREF-EXIT
               PERFORM CLOSE-FILES
               GOBACK
           END-IF.
           PERFORM RUNCTL-START-ROUTINE  THRU  RCSTART-EXIT.
           IF  WS-REBUILDING = "Y"
               PERFORM CLEAR-BATCH-ROUTINE  THRU  CLRBAT-EXIT
           ELSE
               PERFORM OPEN-BATCH-ROUTINE  THRU  OPNBAT-EXIT
           END-IF.
           SORT  SORT-FILE
                 ON ASCENDING KEY  SR-SRSQ
                                   SR-B2CD
                                   SR-B3CD
                                   SR-DRCR
                                   SR-ACTP
                 INPUT PROCEDURE IS COLLECT-ENTRIES-PARA
                                    THRU  COLENT-EXIT
                 OUTPUT PROCEDURE IS WRITE-JOURNAL-PARA
                                    THRU  WRTJNL-EXIT.
           PERFORM CLOSE-BATCH-ROUTINE  THRU  CLSBAT-EXIT.
           PERFORM RUNCTL-END-ROUTINE  THRU  RCEND-EXIT.
           PERFORM PRINT-CONTROL-TOTALS  THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT   INVOIC-FILE
                         CUSHST-FILE
                         WOFREQ-FILE
                         CUSTS-FILE
                         REFCDS-FILE
                 I-O     GLBCTL-FILE
                         GLJRNL-FILE
                         RUNCTL-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  INVOIC-FILE
                  CUSHST-FILE
                  WOFREQ-FILE
                  CUSTS-FILE
                  REFCDS-FILE
                  GLBCTL-FILE
                  GLJRNL-FILE
                  RUNCTL-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

       PRINT-HEADINGS.
           MOVE  WS-BATCH-NO  TO  H1-BTNO.
           MOVE  WS-SYS-DATE  TO  H1-JLDT.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           IF  WS-RUN-OK NOT = "Y"
               GO  PRTHDG-EXIT
           END-IF.
           MOVE  WS-PRFR  TO  H2-PRFR.
           MOVE  WS-PRTO  TO  H2-PRTO.
           MOVE  WS-HSFR  TO  H2-HSFR.
           MOVE  WS-HSTO  TO  H2-HSTO.
           WRITE  LIST-RECORD  FROM  WS-HEADING-2
                  AFTER ADVANCING 1 LINE.
           IF  WS-REBUILDING = "Y"
               MOVE  "BATCH LEFT INCOMPLETE BY A FAILED RUN - REBUILT."
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-HEADING-3
                  AFTER ADVANCING 2 LINES.
       PRTHDG-EXIT.  EXIT.

      *****************************************************************
      *  LOAD-ACCOUNTS-ROUTINE                                        *
      *  READS THE AR, SALES, CASH AND BAD-DEBT ACCOUNT NUMBERS FROM  *
      *  REFCDS CODE TYPE GL. A JOURNAL THE LEDGER CANNOT POST IS NOT *
      *  BUILT, SO A MISSING OR BLANK ACCOUNT REFUSES THE RUN.        *
      *****************************************************************
       LOAD-ACCOUNTS-ROUTINE.
           MOVE  "AR"  TO  WS-ACCT-CODE.
           PERFORM READ-ACCOUNT-ROUTINE  THRU  RDACCT-EXIT.
           MOVE  RFDESC OF REFCDS-RECORD (1:10)  TO  WS-ACCT-AR.
           IF  WS-RUN-OK NOT = "Y"
               GO  LDACCT-EXIT
           END-IF.
           MOVE  "SALES"  TO  WS-ACCT-CODE.
           PERFORM READ-ACCOUNT-ROUTINE  THRU  RDACCT-EXIT.
           MOVE  RFDESC OF REFCDS-RECORD (1:10)  TO  WS-ACCT-SALES.
           IF  WS-RUN-OK NOT = "Y"
               GO  LDACCT-EXIT
           END-IF.
           MOVE  "CASH"  TO  WS-ACCT-CODE.
           PERFORM READ-ACCOUNT-ROUTINE  THRU  RDACCT-EXIT.
           MOVE  RFDESC OF REFCDS-RECORD (1:10)  TO  WS-ACCT-CASH.
           IF  WS-RUN-OK NOT = "Y"
               GO  LDACCT-EXIT
           END-IF.
           MOVE  "WOFF"  TO  WS-ACCT-CODE.
           PERFORM READ-ACCOUNT-ROUTINE  THRU  RDACCT-EXIT.
           MOVE  RFDESC OF REFCDS-RECORD (1:10)  TO  WS-ACCT-WOFF.
       LDACCT-EXIT.  EXIT.

       READ-ACCOUNT-ROUTINE.
           MOVE  GL-CODE-TYPE  TO  RFTYPE OF REFCDS-RECORD.
           MOVE  WS-ACCT-CODE  TO  RFCODE OF REFCDS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-REFCDS.
           READ  REFCDS-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-REFCDS
                  MOVE SPACES  TO  RFDESC OF REFCDS-RECORD
           END-READ.
           IF  RECORD-FOUND-REFCDS = "N"
                OR  RFDESC OF REFCDS-RECORD (1:10) = SPACES
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  SPACES  TO  PE-TEXT
               STRING  "NO GL ACCOUNT FOR CODE "  DELIMITED BY SIZE
                       WS-ACCT-CODE               DELIMITED BY SPACE
                       " ON REFCDS TYPE GL - JOURNAL NOT BUILT."
                                                  DELIMITED BY SIZE
                       INTO  PE-TEXT
           END-IF.
       RDACCT-EXIT.  EXIT.

      *****************************************************************
      *  SET-BATCH-ROUTINE                                            *
      *  FINDS THE LAST BATCH ON GLBCTL-FILE. ONE LEFT BEING BUILT    *
      *  IS REBUILT UNDER ITS OWN NUMBER AND WINDOW; OTHERWISE THE    *
      *  NEW BATCH TAKES THE NEXT NUMBER AND STARTS WHERE THE LAST    *
      *  ONE STOPPED - POSTING RUNS AFTER ITS LAST RUN, HISTORY ROWS  *
      *  AFTER ITS CUT-OFF - UP TO THE LATEST COMPLETED POSTING RUN   *
      *  AND THIS RUN'S START.                                        *
      *****************************************************************
       SET-BATCH-ROUTINE.
           MOVE  9999999  TO  GBBTNO OF GLBCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-GLBCTL.
           START  GLBCTL-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF GLBCTL-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-GLBCTL
           END-START.
           IF  RECORD-FOUND-GLBCTL = "Y"
               READ  GLBCTL-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N"  TO  RECORD-FOUND-GLBCTL
               END-READ
           END-IF.
           IF  RECORD-FOUND-GLBCTL = "Y"
                AND  GBSTAT OF GLBCTL-RECORD = "O"
               MOVE  "Y"  TO  WS-REBUILDING
               MOVE  GBBTNO OF GLBCTL-RECORD  TO  WS-BATCH-NO
               MOVE  GBPRFR OF GLBCTL-RECORD  TO  WS-PRFR
               MOVE  GBPRTO OF GLBCTL-RECORD  TO  WS-PRTO
               MOVE  GBHSFR OF GLBCTL-RECORD  TO  WS-HSFR
               MOVE  GBHSTO OF GLBCTL-RECORD  TO  WS-HSTO
               GO  SETBAT-EXIT
           END-IF.
      *�THE NEWEST POSTING RUN IS TAKEN ONLY ONCE IT HAS COMPLETED -
      *�AN ACTIVE ONE IS LEFT FOR THE NEXT BATCH.
           MOVE  POSTING-PROGRAM-ID  TO  RCPGM OF RUNCTL-RECORD.
           PERFORM RUNCTL-FIND-PROGRAM-RUN  THRU  RCFPR-EXIT.
           MOVE  ZERO  TO  WS-PRTO.
           IF  RECORD-FOUND-RUNCTL = "Y"
               MOVE  RCRUNNO OF RUNCTL-RECORD  TO  WS-PRTO
               IF  RCSTAT OF RUNCTL-RECORD = "A"
                   SUBTRACT  1  FROM  WS-PRTO
               END-IF
           END-IF.
           MOVE  WS-SYS-DATE      TO  WS-STAMP-DATE.
           MOVE  WS-SYS-TIME-HMS  TO  WS-STAMP-TIME.
           MOVE  WS-STAMP-N       TO  WS-HSTO.
           IF  RECORD-FOUND-GLBCTL = "Y"
               COMPUTE  WS-BATCH-NO = GBBTNO OF GLBCTL-RECORD + 1
               COMPUTE  WS-PRFR = GBPRTO OF GLBCTL-RECORD + 1
               MOVE  GBHSTO OF GLBCTL-RECORD  TO  WS-HSFR
               GO  SETBAT-EXIT
           END-IF.
      *�THE FIRST BATCH EVER TAKES ONLY THE LATEST POSTING RUN AND THE
      *�HISTORY WRITTEN SINCE IT STARTED - EVERYTHING BEFORE IT WAS
      *�KEYED INTO THE LEDGER BY HAND.
           MOVE  1  TO  WS-BATCH-NO.
           MOVE  WS-PRTO  TO  WS-PRFR.
           MOVE  ZERO  TO  WS-HSFR.
           IF  RECORD-FOUND-RUNCTL = "Y"
               MOVE  RCSTDT OF RUNCTL-RECORD  TO  WS-STAMP-DATE
               MOVE  RCSTTM OF RUNCTL-RECORD  TO  WS-STAMP-TIME
               COMPUTE  WS-HSFR = WS-STAMP-N - 1
           END-IF.
       SETBAT-EXIT.  EXIT.

      *�THE NEW BATCH IS ON FILE AS "BEING BUILT" BEFORE ITS FIRST
      *�JOURNAL LINE IS WRITTEN, SO AN ABEND LEAVES IT TO BE REBUILT.
       OPEN-BATCH-ROUTINE.
           INITIALIZE  GLBCTL-RECORD
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  WS-BATCH-NO      TO  GBBTNO  OF GLBCTL-RECORD.
           MOVE  "O"              TO  GBSTAT  OF GLBCTL-RECORD.
           MOVE  WS-SYS-DATE      TO  GBJLDT  OF GLBCTL-RECORD.
           MOVE  WS-SYS-TIME-HMS  TO  GBJLTM  OF GLBCTL-RECORD.
           MOVE  WS-PRFR          TO  GBPRFR  OF GLBCTL-RECORD.
           MOVE  WS-PRTO          TO  GBPRTO  OF GLBCTL-RECORD.
           MOVE  WS-HSFR          TO  GBHSFR  OF GLBCTL-RECORD.
           MOVE  WS-HSTO          TO  GBHSTO  OF GLBCTL-RECORD.
           MOVE  WS-RUN-NO        TO  GBRUNNO OF GLBCTL-RECORD.
           WRITE  GLBCTL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSGLJ GLBCTL WRITE FAILED, BATCH="
                          WS-BATCH-NO  " STATUS="  GLBCTL-FILE-STATUS
           END-WRITE.
       OPNBAT-EXIT.  EXIT.

      *****************************************************************
      *  CLEAR-BATCH-ROUTINE                                          *
      *  REMOVES THE JOURNAL LINES A FAILED RUN HAD ALREADY WRITTEN   *
      *  FOR THE BATCH BEING REBUILT.                                 *
      *****************************************************************
       CLEAR-BATCH-ROUTINE.
           MOVE  WS-BATCH-NO  TO  GJBTNO OF GLJRNL-RECORD.
           MOVE  ZERO  TO  GJLNNO OF GLJRNL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-GLJRNL.
           START  GLJRNL-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF GLJRNL-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-GLJRNL
           END-START.
           PERFORM CLEAR-ONE-LINE  THRU  CLR1LN-EXIT
                   UNTIL  RECORD-FOUND-GLJRNL = "N".
       CLRBAT-EXIT.  EXIT.

       CLEAR-ONE-LINE.
           READ  GLJRNL-FILE  NEXT RECORD
                 AT END
                    MOVE "N"  TO  RECORD-FOUND-GLJRNL
                    GO  CLR1LN-EXIT
           END-READ.
           IF  GJBTNO OF GLJRNL-RECORD NOT = WS-BATCH-NO
               MOVE  "N"  TO  RECORD-FOUND-GLJRNL
               GO  CLR1LN-EXIT
           END-IF.
           DELETE  GLJRNL-FILE
               INVALID KEY
                  DISPLAY "CBCUSGLJ GLJRNL DELETE FAILED, LINE="
                          GJLNNO OF GLJRNL-RECORD  " STATUS="
                          GLJRNL-FILE-STATUS
           END-DELETE.
       CLR1LN-EXIT.  EXIT.

      *****************************************************************
      *  CLOSE-BATCH-ROUTINE                                          *
      *  COMPLETES THE BATCH RECORD WITH ITS CONTROL TOTALS. A BATCH  *
      *  WITH NOTHING IN IT IS CLOSED WITH ZERO TOTALS AND NO JOURNAL *
      *  LINES - IT STAYS ON FILE SO THE NEXT BATCH STARTS AT ITS     *
      *  CUT-OFF AND THE FIRST-BATCH START IS NEVER TAKEN AGAIN.      *
      *****************************************************************
       CLOSE-BATCH-ROUTINE.
           MOVE  WS-BATCH-NO  TO  GBBTNO OF GLBCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-GLBCTL.
           READ  GLBCTL-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-GLBCTL
           END-READ.
           IF  RECORD-FOUND-GLBCTL = "N"
               DISPLAY "CBCUSGLJ GLBCTL READ FAILED, BATCH="
                       WS-BATCH-NO  " STATUS="  GLBCTL-FILE-STATUS
               GO  CLSBAT-EXIT
           END-IF.
           MOVE  "C"             TO  GBSTAT  OF GLBCTL-RECORD.
           MOVE  BT-SALE-COUNT   TO  GBSLCT  OF GLBCTL-RECORD.
           MOVE  BT-SALE-AMOUNT  TO  GBSLAM  OF GLBCTL-RECORD.
           MOVE  BT-CASH-COUNT   TO  GBCSCT  OF GLBCTL-RECORD.
           MOVE  BT-CASH-AMOUNT  TO  GBCSAM  OF GLBCTL-RECORD.
           MOVE  BT-MRGE-COUNT   TO  GBMGCT  OF GLBCTL-RECORD.
           MOVE  BT-MRGE-AMOUNT  TO  GBMGAM  OF GLBCTL-RECORD.
           MOVE  BT-WOFF-COUNT   TO  GBWOCT  OF GLBCTL-RECORD.
           MOVE  BT-WOFF-AMOUNT  TO  GBWOAM  OF GLBCTL-RECORD.
           MOVE  BT-LINES        TO  GBLINS  OF GLBCTL-RECORD.
           MOVE  BT-DEBITS       TO  GBDRTO  OF GLBCTL-RECORD.
           MOVE  BT-CREDITS      TO  GBCRTO  OF GLBCTL-RECORD.
           MOVE  WS-RUN-NO       TO  GBRUNNO OF GLBCTL-RECORD.
           REWRITE  GLBCTL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSGLJ GLBCTL REWRITE FAILED, BATCH="
                          WS-BATCH-NO  " STATUS="  GLBCTL-FILE-STATUS
           END-REWRITE.
       CLSBAT-EXIT.  EXIT.

      *****************************************************************
      *  COLLECT-ENTRIES-PARA                                         *
      *  RELEASES THE DEBIT AND CREDIT OF EVERY INVOICE, PAYMENT,     *
      *  MERGE TRANSFER AND WRITE-OFF INSIDE THE BATCH WINDOW.        *
      *****************************************************************
       COLLECT-ENTRIES-PARA.
           PERFORM READ-NEXT-INVOIC  THRU  RNINV-EXIT.
           PERFORM COLLECT-ONE-INVOICE  THRU  COL1IV-EXIT
                   UNTIL  RECORD-FOUND-INVOIC = "N".
           PERFORM READ-NEXT-CUSHST  THRU  RNHST-EXIT.
           PERFORM COLLECT-ONE-HISTORY  THRU  COL1HS-EXIT
                   UNTIL  RECORD-FOUND-CUSHST = "N".
           PERFORM READ-NEXT-WOFREQ  THRU  RNWOF-EXIT.
           PERFORM COLLECT-ONE-WRITE-OFF  THRU  COL1WO-EXIT
                   UNTIL  RECORD-FOUND-WOFREQ = "N".
       COLENT-EXIT.  EXIT.

      *�SALES POSTED - DEBIT AR, CREDIT SALES IN THE CUSTOMER'S BRANCH
      *�AND REGION.
       COLLECT-ONE-INVOICE.
           IF  IVRUNNO OF INVOIC-RECORD < WS-PRFR
                OR  IVRUNNO OF INVOIC-RECORD > WS-PRTO
               GO  COL1IV-NEXT
           END-IF.
           MOVE  IVBCCD OF INVOIC-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           PERFORM LOOKUP-SEGMENT-ROUTINE  THRU  LKSEG-EXIT.
           MOVE  1       TO  SR-SRSQ.
           MOVE  "SALE"  TO  SR-SRCE.
           MOVE  "AR"    TO  WS-DR-ACTP.
           MOVE  "SALES" TO  WS-CR-ACTP.
           MOVE  WS-SEG-B2CD  TO  WS-SURV-B2CD  WS-DUPL-B2CD.
           MOVE  WS-SEG-B3CD  TO  WS-SURV-B3CD  WS-DUPL-B3CD.
           MOVE  IVAMT OF INVOIC-RECORD  TO  WS-ENT-AMT.
           PERFORM RELEASE-ENTRY-ROUTINE  THRU  RELENT-EXIT.
           ADD  1  TO  BT-SALE-COUNT.
           ADD  IVAMT OF INVOIC-RECORD  TO  BT-SALE-AMOUNT.
       COL1IV-NEXT.
           PERFORM READ-NEXT-INVOIC  THRU  RNINV-EXIT.
       COL1IV-EXIT.  EXIT.

      *****************************************************************
      *  COLLECT-ONE-HISTORY                                          *
      *  CASH APPLIED COMES FROM CBCUSCSH'S XWIDV0 ROWS (OLD BALANCE  *
      *  LESS NEW). A MERGE IS CBCUSMRG'S "*MERGE" MARKER, HOLDING    *
      *  EACH CUSTOMER'S BRANCH AND REGION, FOLLOWED BY ITS XWIDV0    *
      *  ROW (NEW BALANCE LESS OLD IS THE AMOUNT MOVED). THE IVOPEN   *
      *  ROWS CBCUSCSH WRITES PER INVOICE ARE THE SAME CASH AGAIN AND *
      *  ARE NOT JOURNALED. NEITHER ARE THE ROWS CBCUSWRV WRITES FOR  *
      *  A WRITE-OFF - THOSE ARE JOURNALED FROM WOFREQ-FILE.          *
      *****************************************************************
       COLLECT-ONE-HISTORY.
           MOVE  HCHGDT OF CUSHST-RECORD  TO  WS-STAMP-DATE.
           MOVE  HCHGTM OF CUSHST-RECORD  TO  WS-STAMP-TIME.
           IF  WS-STAMP-N NOT > WS-HSFR
                OR  WS-STAMP-N > WS-HSTO
               GO  COL1HS-NEXT
           END-IF.
           IF  HUSRID OF CUSHST-RECORD = CASH-PROGRAM-ID
                AND  HFLDNM OF CUSHST-RECORD = "XWIDV0"
               PERFORM COLLECT-CASH-ROUTINE  THRU  COLCSH-EXIT
               GO  COL1HS-NEXT
           END-IF.
           IF  HUSRID OF CUSHST-RECORD = MERGE-PROGRAM-ID
                AND  HFLDNM OF CUSHST-RECORD = "*MERGE"
               MOVE  HOLDVL OF CUSHST-RECORD (7:5)   TO  WS-DUPL-B2CD
               MOVE  HOLDVL OF CUSHST-RECORD (13:5)  TO  WS-DUPL-B3CD
               MOVE  HNEWVL OF CUSHST-RECORD (7:5)   TO  WS-SURV-B2CD
               MOVE  HNEWVL OF CUSHST-RECORD (13:5)  TO  WS-SURV-B3CD
               MOVE  "Y"  TO  WS-MERGE-PENDING
               GO  COL1HS-NEXT
           END-IF.
           IF  HUSRID OF CUSHST-RECORD = MERGE-PROGRAM-ID
                AND  HFLDNM OF CUSHST-RECORD = "XWIDV0"
                AND  WS-MERGE-PENDING = "Y"
               PERFORM COLLECT-MERGE-ROUTINE  THRU  COLMRG-EXIT
           END-IF.
       COL1HS-NEXT.
           PERFORM READ-NEXT-CUSHST  THRU  RNHST-EXIT.
       COL1HS-EXIT.  EXIT.

      *�CASH APPLIED - DEBIT CASH, CREDIT AR IN THE CUSTOMER'S BRANCH
      *�AND REGION.
       COLLECT-CASH-ROUTINE.
           PERFORM DEEDIT-AMOUNTS-ROUTINE  THRU  DEEDIT-EXIT.
           COMPUTE  WS-ENT-AMT  =  WS-OLD-AMT  -  WS-NEW-AMT.
           MOVE  HWBCCD OF CUSHST-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           PERFORM LOOKUP-SEGMENT-ROUTINE  THRU  LKSEG-EXIT.
           MOVE  2       TO  SR-SRSQ.
           MOVE  "CASH"  TO  SR-SRCE.
           MOVE  "CASH"  TO  WS-DR-ACTP.
           MOVE  "AR"    TO  WS-CR-ACTP.
           MOVE  WS-SEG-B2CD  TO  WS-SURV-B2CD  WS-DUPL-B2CD.
           MOVE  WS-SEG-B3CD  TO  WS-SURV-B3CD  WS-DUPL-B3CD.
           PERFORM RELEASE-ENTRY-ROUTINE  THRU  RELENT-EXIT.
           ADD  1  TO  BT-CASH-COUNT.
           ADD  WS-ENT-AMT  TO  BT-CASH-AMOUNT.
       COLCSH-EXIT.  EXIT.

      *�MERGE TRANSFER - DEBIT AR IN THE SURVIVOR'S BRANCH AND REGION,
      *�CREDIT AR IN THE DUPLICATE'S.
       COLLECT-MERGE-ROUTINE.
           MOVE  "N"  TO  WS-MERGE-PENDING.
           PERFORM DEEDIT-AMOUNTS-ROUTINE  THRU  DEEDIT-EXIT.
           COMPUTE  WS-ENT-AMT  =  WS-NEW-AMT  -  WS-OLD-AMT.
           MOVE  3       TO  SR-SRSQ.
           MOVE  "MRGE"  TO  SR-SRCE.
           MOVE  "AR"    TO  WS-DR-ACTP.
           MOVE  "AR"    TO  WS-CR-ACTP.
           PERFORM RELEASE-ENTRY-ROUTINE  THRU  RELENT-EXIT.
           ADD  1  TO  BT-MRGE-COUNT.
           ADD  WS-ENT-AMT  TO  BT-MRGE-AMOUNT.
       COLMRG-EXIT.  EXIT.

      *****************************************************************
      *  COLLECT-ONE-WRITE-OFF                                        *
      *  BAD DEBT - AN APPROVED WRITE-OFF WHOSE APPROVAL FALLS IN THE *
      *  HISTORY WINDOW: DEBIT BAD DEBT, CREDIT AR IN THE BRANCH AND  *
      *  REGION CBCUSWRV KEPT ON THE REQUEST AT APPROVAL.             *
      *****************************************************************
       COLLECT-ONE-WRITE-OFF.
           IF  WRSTAT OF WOFREQ-RECORD NOT = "A"
               GO  COL1WO-NEXT
           END-IF.
           MOVE  WRDCDT OF WOFREQ-RECORD  TO  WS-STAMP-DATE.
           MOVE  WRDCTM OF WOFREQ-RECORD  TO  WS-STAMP-TIME.
           IF  WS-STAMP-N NOT > WS-HSFR
                OR  WS-STAMP-N > WS-HSTO
               GO  COL1WO-NEXT
           END-IF.
           MOVE  4       TO  SR-SRSQ.
           MOVE  "WOFF"  TO  SR-SRCE.
           MOVE  "WOFF"  TO  WS-DR-ACTP.
           MOVE  "AR"    TO  WS-CR-ACTP.
           MOVE  WRB2CD OF WOFREQ-RECORD  TO  WS-SURV-B2CD
                                              WS-DUPL-B2CD.
           MOVE  WRB3CD OF WOFREQ-RECORD  TO  WS-SURV-B3CD
                                              WS-DUPL-B3CD.
           MOVE  WRAMT OF WOFREQ-RECORD  TO  WS-ENT-AMT.
           PERFORM RELEASE-ENTRY-ROUTINE  THRU  RELENT-EXIT.
           ADD  1  TO  BT-WOFF-COUNT.
           ADD  WRAMT OF WOFREQ-RECORD  TO  BT-WOFF-AMOUNT.
       COL1WO-NEXT.
           PERFORM READ-NEXT-WOFREQ  THRU  RNWOF-EXIT.
       COL1WO-EXIT.  EXIT.

       DEEDIT-AMOUNTS-ROUTINE.
           MOVE  HOLDVL OF CUSHST-RECORD (1:14)  TO  WS-DEEDIT-TEXT.
           MOVE  WS-DEEDIT-AMT  TO  WS-OLD-AMT.
           MOVE  HNEWVL OF CUSHST-RECORD (1:14)  TO  WS-DEEDIT-TEXT.
           MOVE  WS-DEEDIT-AMT  TO  WS-NEW-AMT.
       DEEDIT-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-ENTRY-ROUTINE                                        *
      *  RELEASES THE DEBIT (SURVIVOR/CUSTOMER SEGMENT) AND THE       *
      *  CREDIT (DUPLICATE/CUSTOMER SEGMENT) OF ONE ITEM. A NEGATIVE  *
      *  AMOUNT - A CREDIT BALANCE MOVED BY A MERGE - IS RELEASED ON  *
      *  THE OPPOSITE SIDES SO EVERY JOURNAL AMOUNT IS POSITIVE.      *
      *****************************************************************
       RELEASE-ENTRY-ROUTINE.
           IF  WS-ENT-AMT = ZERO
               GO  RELENT-EXIT
           END-IF.
           IF  WS-ENT-AMT < ZERO
               COMPUTE  SR-AMT  =  ZERO  -  WS-ENT-AMT
               MOVE  "C"  TO  SR-DRCR
           ELSE
               MOVE  WS-ENT-AMT  TO  SR-AMT
               MOVE  "D"  TO  SR-DRCR
           END-IF.
           MOVE  WS-DR-ACTP    TO  SR-ACTP.
           MOVE  WS-SURV-B2CD  TO  SR-B2CD.
           MOVE  WS-SURV-B3CD  TO  SR-B3CD.
           RELEASE  SORT-RECORD.
           IF  SR-DRCR = "D"
               MOVE  "C"  TO  SR-DRCR
           ELSE
               MOVE  "D"  TO  SR-DRCR
           END-IF.
           MOVE  WS-CR-ACTP    TO  SR-ACTP.
           MOVE  WS-DUPL-B2CD  TO  SR-B2CD.
           MOVE  WS-DUPL-B3CD  TO  SR-B3CD.
           RELEASE  SORT-RECORD.
       RELENT-EXIT.  EXIT.

       LOOKUP-SEGMENT-ROUTINE.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "Y"
               MOVE  XWB2CD OF CUSTS-RECORD  TO  WS-SEG-B2CD
               MOVE  XWB3CD OF CUSTS-RECORD  TO  WS-SEG-B3CD
           ELSE
               MOVE  SPACES  TO  WS-SEG-B2CD  WS-SEG-B3CD
           END-IF.
       LKSEG-EXIT.  EXIT.

      *****************************************************************
      *  WRITE-JOURNAL-PARA                                           *
      *  SUMMARISES THE SORTED ENTRIES INTO ONE JOURNAL LINE PER      *
      *  SOURCE, BRANCH, REGION, SIDE AND ACCOUNT AND WRITES EACH TO  *
      *  GLJRNL-FILE AND THE REPORT.                                  *
      *****************************************************************
       WRITE-JOURNAL-PARA.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
           PERFORM PROCESS-SORT-RECORD  THRU  PRCSRT-EXIT
                   UNTIL  SORT-EOF = "Y".
           IF  WS-FIRST-RECORD = "N"
               PERFORM WRITE-JOURNAL-LINE  THRU  WRTJLN-EXIT
           END-IF.
       WRTJNL-EXIT.  EXIT.

       PROCESS-SORT-RECORD.
           IF  WS-FIRST-RECORD = "Y"
               MOVE  "N"  TO  WS-FIRST-RECORD
               PERFORM START-JOURNAL-LINE  THRU  STRJLN-EXIT
           ELSE
               IF  SR-SRSQ NOT = JA-SRSQ
                    OR  SR-B2CD NOT = JA-B2CD
                    OR  SR-B3CD NOT = JA-B3CD
                    OR  SR-DRCR NOT = JA-DRCR
                    OR  SR-ACTP NOT = JA-ACTP
                   PERFORM WRITE-JOURNAL-LINE  THRU  WRTJLN-EXIT
                   PERFORM START-JOURNAL-LINE  THRU  STRJLN-EXIT
               END-IF
           END-IF.
           ADD  SR-AMT  TO  JA-AMOUNT.
           ADD  1  TO  JA-ITEMS.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
       PRCSRT-EXIT.  EXIT.

       RETURN-SORT-RECORD.
           RETURN  SORT-FILE
               AT END
                  MOVE  "Y"  TO  SORT-EOF
           END-RETURN.
       RETSRT-EXIT.  EXIT.

       START-JOURNAL-LINE.
           MOVE  SR-SRSQ  TO  JA-SRSQ.
           MOVE  SR-SRCE  TO  JA-SRCE.
           MOVE  SR-B2CD  TO  JA-B2CD.
           MOVE  SR-B3CD  TO  JA-B3CD.
           MOVE  SR-DRCR  TO  JA-DRCR.
           MOVE  SR-ACTP  TO  JA-ACTP.
           MOVE  ZERO     TO  JA-AMOUNT  JA-ITEMS.
       STRJLN-EXIT.  EXIT.

       WRITE-JOURNAL-LINE.
           ADD  1  TO  WS-LINE-NO.
           INITIALIZE  GLJRNL-RECORD
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  WS-BATCH-NO  TO  GJBTNO OF GLJRNL-RECORD.
           MOVE  WS-LINE-NO   TO  GJLNNO OF GLJRNL-RECORD.
           MOVE  WS-SYS-DATE  TO  GJJLDT OF GLJRNL-RECORD.
           MOVE  JA-SRCE      TO  GJSRCE OF GLJRNL-RECORD.
           MOVE  JA-ACTP      TO  GJACTP OF GLJRNL-RECORD.
           MOVE  JA-B2CD      TO  GJB2CD OF GLJRNL-RECORD.
           MOVE  JA-B3CD      TO  GJB3CD OF GLJRNL-RECORD.
           MOVE  JA-ITEMS     TO  GJITEM OF GLJRNL-RECORD.
           EVALUATE  JA-ACTP
             WHEN  "AR"
               MOVE  WS-ACCT-AR     TO  GJACCT OF GLJRNL-RECORD
             WHEN  "SALES"
               MOVE  WS-ACCT-SALES  TO  GJACCT OF GLJRNL-RECORD
             WHEN  "WOFF"
               MOVE  WS-ACCT-WOFF   TO  GJACCT OF GLJRNL-RECORD
             WHEN  OTHER
               MOVE  WS-ACCT-CASH   TO  GJACCT OF GLJRNL-RECORD
           END-EVALUATE.
           EVALUATE  JA-SRSQ
             WHEN  1
               MOVE  "SALES POSTED"    TO  GJDESC OF GLJRNL-RECORD
             WHEN  2
               MOVE  "CASH APPLIED"    TO  GJDESC OF GLJRNL-RECORD
             WHEN  3
               MOVE  "MERGE TRANSFER"  TO  GJDESC OF GLJRNL-RECORD
             WHEN  OTHER
               MOVE  "BAD DEBT WRITTEN OFF"
                                       TO  GJDESC OF GLJRNL-RECORD
           END-EVALUATE.
           IF  JA-DRCR = "D"
               MOVE  JA-AMOUNT  TO  GJDRAM OF GLJRNL-RECORD
               ADD   JA-AMOUNT  TO  BT-DEBITS
           ELSE
               MOVE  JA-AMOUNT  TO  GJCRAM OF GLJRNL-RECORD
               ADD   JA-AMOUNT  TO  BT-CREDITS
           END-IF.
           WRITE  GLJRNL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSGLJ GLJRNL WRITE FAILED, LINE="
                          WS-LINE-NO  " STATUS="  GLJRNL-FILE-STATUS
           END-WRITE.
           ADD  1  TO  BT-LINES.
           MOVE  GJLNNO OF GLJRNL-RECORD  TO  JL-LNNO.
           MOVE  GJSRCE OF GLJRNL-RECORD  TO  JL-SRCE.
           MOVE  GJACCT OF GLJRNL-RECORD  TO  JL-ACCT.
           MOVE  GJACTP OF GLJRNL-RECORD  TO  JL-ACTP.
           MOVE  GJB2CD OF GLJRNL-RECORD  TO  JL-B2CD.
           MOVE  GJB3CD OF GLJRNL-RECORD  TO  JL-B3CD.
           MOVE  GJDRAM OF GLJRNL-RECORD  TO  JL-DRAM.
           MOVE  GJCRAM OF GLJRNL-RECORD  TO  JL-CRAM.
           MOVE  GJITEM OF GLJRNL-RECORD  TO  JL-ITEMS.
           MOVE  GJDESC OF GLJRNL-RECORD  TO  JL-DESC.
           WRITE  LIST-RECORD  FROM  WS-JOURNAL-LINE
                  AFTER ADVANCING 1 LINE.
       WRTJLN-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-CONTROL-TOTALS                                         *
      *  THE BATCH TOTALS - DEBITS AGAINST CREDITS - AND THE SOURCE   *
      *  CONTROL TOTALS THAT TIE TO THE REGISTERS OF THE POSTING,     *
      *  CASH AND MERGE RUNS AND TO THE WRITE-OFF REGISTER.           *
      *****************************************************************
       PRINT-CONTROL-TOTALS.
           IF  BT-LINES = ZERO
               MOVE  "NO NEW ACTIVITY TO JOURNAL - BATCH CLOSED EMPTY."
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
               GO  PRTOT-EXIT
           END-IF.
           MOVE  "BATCH TOTALS"  TO  BL-LABEL.
           MOVE  BT-DEBITS   TO  BL-DRAM.
           MOVE  BT-CREDITS  TO  BL-CRAM.
           WRITE  LIST-RECORD  FROM  WS-BATCH-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           IF  BT-DEBITS NOT = BT-CREDITS
               MOVE  "*** BATCH DOES NOT BALANCE ***"  TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 1 LINE
           END-IF.
           MOVE  "JOURNAL LINES WRITTEN:"  TO  TL-LABEL.
           MOVE  BT-LINES  TO  TL-COUNT.
           MOVE  ZERO      TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "SALES POSTED - INVOICES:"  TO  TL-LABEL.
           MOVE  BT-SALE-COUNT   TO  TL-COUNT.
           MOVE  BT-SALE-AMOUNT  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "CASH APPLIED - PAYMENTS:"  TO  TL-LABEL.
           MOVE  BT-CASH-COUNT   TO  TL-COUNT.
           MOVE  BT-CASH-AMOUNT  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "AR MOVED BY MERGES - MERGES:"  TO  TL-LABEL.
           MOVE  BT-MRGE-COUNT   TO  TL-COUNT.
           MOVE  BT-MRGE-AMOUNT  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "BAD DEBT WRITTEN OFF - WRITE-OFFS:"  TO  TL-LABEL.
           MOVE  BT-WOFF-COUNT   TO  TL-COUNT.
           MOVE  BT-WOFF-AMOUNT  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
       PRTOT-EXIT.  EXIT.

      *****************************************************************
      *  RUNCTL-START-ROUTINE                                         *
      *  WRITES THE RUN RECORD FOR THIS RUN - OR, WHEN THE LATEST     *
      *  RUN OF THIS PROGRAM IS STILL MARKED ACTIVE, PICKS THAT RUN   *
      *  BACK UP AND MARKS IT RESTARTED.                              *
      *****************************************************************
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
                  DISPLAY "CBCUSGLJ RUNCTL WRITE FAILED, STATUS="
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

      *�LATEST RUN OF THE PROGRAM NAMED IN RCPGM - THIS PROGRAM'S OWN,
      *�OR THE POSTING RUN THE BATCH WINDOW IS CUT OFF AT.
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

      *****************************************************************
      *  RUNCTL-REFUSED-ROUTINE                                       *
      *  PRINTS WHY THE RUN WAS REFUSED AND WRITES A RUN RECORD       *
      *  ALREADY CLOSED IN STATUS "F", SO CBNGTRUN HALTS THE CHAIN ON *
      *  THIS STEP.                                                   *
      *****************************************************************
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
                  DISPLAY "CBCUSGLJ RUNCTL WRITE FAILED, STATUS="
                          RUNCTL-FILE-STATUS
           END-WRITE.
       RCREF-EXIT.  EXIT.

       RUNCTL-END-ROUTINE.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           MOVE  BT-LINES         TO  WS-RECORDS-DONE.
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
                  DISPLAY "CBCUSGLJ RUNCTL REWRITE FAILED, STATUS="
                          RUNCTL-FILE-STATUS
           END-REWRITE.
       RCRWT-EXIT.  EXIT.

       READ-NEXT-INVOIC.
           MOVE "Y"   TO RECORD-FOUND-INVOIC.
           READ  INVOIC-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-INVOIC
              NOT AT END  MOVE "Y"  TO  RECORD-FOUND-INVOIC
                      GO RNINV-EXIT.
       RNINV-EXIT. EXIT.

       READ-NEXT-CUSHST.
           MOVE "Y"   TO RECORD-FOUND-CUSHST.
           READ  CUSHST-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-CUSHST
              NOT AT END  MOVE "Y"  TO  RECORD-FOUND-CUSHST
                      GO RNHST-EXIT.
       RNHST-EXIT. EXIT.

       READ-NEXT-WOFREQ.
           MOVE "Y"   TO RECORD-FOUND-WOFREQ.
           READ  WOFREQ-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-WOFREQ
              NOT AT END  MOVE "Y"  TO  RECORD-FOUND-WOFREQ
                      GO RNWOF-EXIT.
       RNWOF-EXIT. EXIT.
