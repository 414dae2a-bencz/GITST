       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSCOM.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Salesman commission run - pays commission on the orders the
      * nightly CBCUSPST posting turned into invoices during an
      * accounting period. The period is the one CBCUSPER has just
      * rolled: its PERCTL-FILE record gives the roll date, the
      * previous period's record the roll date before it, and every
      * invoice dated after the earlier roll up to and including the
      * later one belongs to the period - exactly the postings that
      * made up the XWF0VA bucket the roll shifted down, because the
      * night stream posts before it rolls. The run therefore goes in
      * the night stream after CBCUSPER and refuses to run for a
      * period that has not been rolled yet.
      *
      * Each invoice is credited to the salesman recorded on it at
      * posting time (IVPERS), not the salesman on the customer
      * today, so commission already earned stays with the original
      * rep when CBCUSRAS reassigns the customer or CBCUSMRG merges
      * it into another. The invoice is split by product category
      * from the shipped register rows CBCUSPST posted (or the order
      * lines, for an order posted without them) and each category
      * amount is paid at the salesman's rate for that category on
      * COMRAT-FILE, falling back to the house rate held under
      * salesman "*ALL"; sales with no rate at all earn nothing and
      * are flagged.
      *
      * The run writes one COMLDG-FILE ledger record per salesman for
      * the period and prints a statement per salesman - every order
      * by category with amount, rate and commission - followed by
      * control totals that tie the credited sales back to the
      * invoices posted in the period. A period already on the ledger
      * is not run again; an abended run restarts from the top and
      * rewrites the ledger records it had already written.

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

           SELECT SHPREG-FILE
               ASSIGN TO DATABASE-SHPREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF SHPREG-RECORD
               FILE STATUS IS SHPREG-FILE-STATUS.

           SELECT ORDDTL-FILE
               ASSIGN TO DATABASE-ORDDTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF ORDDTL-RECORD
               FILE STATUS IS ORDDTL-FILE-STATUS.

           SELECT COMRAT-FILE
               ASSIGN TO DATABASE-COMRAT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF COMRAT-RECORD
               FILE STATUS IS COMRAT-FILE-STATUS.

           SELECT COMLDG-FILE
               ASSIGN TO DATABASE-COMLDG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF COMLDG-RECORD
               FILE STATUS IS COMLDG-FILE-STATUS.

           SELECT PERCTL-FILE
               ASSIGN TO DATABASE-PERCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PERCTL-RECORD
               FILE STATUS IS PERCTL-FILE-STATUS.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                        WITH DUPLICATES.

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

       FD  SHPREG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHPREG-RECORD.
           COPY DDS-SHPREGR     OF  SHPREG.

       FD  ORDDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDDTL-RECORD.
           COPY DDS-RORDDTL     OF  ORDDTL.

       FD  COMRAT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMRAT-RECORD.
           COPY DDS-COMRATR     OF  COMRAT.

       FD  COMLDG-FILE
           LABEL RECORDS ARE STANDARD.
       01  COMLDG-RECORD.
           COPY DDS-COMLDGR     OF  COMLDG.

       FD  PERCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERCTL-RECORD.
           COPY DDS-PERCTLR     OF  PERCTL.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN  OF  SLMEN.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           COPY DDS-RUNCTLR     OF  RUNCTL.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-PERSON           PIC X(05).
           05  SR-INNO             PIC 9(07).
           05  SR-PCAT             PIC X(01).
           05  SR-BCCD             PIC X(05).
           05  SR-ORNO             PIC 9(07).
           05  SR-INDT             PIC 9(08).
           05  SR-AMT              PIC S9(9)V99   COMP-3.

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SHPREG-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ORDDTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  COMRAT-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  COMLDG-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  PERCTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  RUNCTL-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  RECORD-FOUND-SHPREG     PIC X   VALUE SPACES.
           02  RECORD-FOUND-ORDDTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-COMRAT     PIC X   VALUE SPACES.
           02  RECORD-FOUND-COMLDG     PIC X   VALUE SPACES.
           02  RECORD-FOUND-PERCTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X   VALUE SPACES.
           02  SORT-EOF                PIC X   VALUE "N".
           02  WS-FIRST-RECORD         PIC X   VALUE "Y".
           02  WS-RUN-OK               PIC X   VALUE "Y".
           02  WS-LINES-FOUND          PIC X   VALUE SPACES.
           02  WS-RATE-SOURCE          PIC X   VALUE SPACES.
           02  WS-CUR-PERSON           PIC X(05) VALUE SPACES.
           02  WS-COUNTED-INNO         PIC 9(07) VALUE 0.
           02  WS-FROM-DATE            PIC 9(08) VALUE 0.
           02  WS-TO-DATE              PIC 9(08) VALUE 0.
           02  WS-RATE                 PIC 9(03)V99 VALUE 0.
           02  WS-LINE-COMM            PIC S9(9)V99 VALUE 0.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS     PIC 9(06).
               03  WS-SYS-TIME-HH      PIC 9(02).

       01  WS-CONSTANTS.
           02  HOUSE-RATE-PERSON       PIC X(05) VALUE "*ALL".

      * ORDER/CATEGORY ACCUMULATOR - ONE STATEMENT LINE IS THE SUM OF
      * THE SORTED LINES FOR ONE INVOICE AND ONE PRODUCT CATEGORY.
       01  WS-ORDER-CATEGORY.
           02  OC-INNO                 PIC 9(07) VALUE 0.
           02  OC-PCAT                 PIC X(01) VALUE SPACES.
           02  OC-BCCD                 PIC X(05) VALUE SPACES.
           02  OC-ORNO                 PIC 9(07) VALUE 0.
           02  OC-INDT                 PIC 9(08) VALUE 0.
           02  OC-AMOUNT               PIC S9(11)V99 VALUE 0.

      * SALESMAN-LEVEL ACCUMULATORS - WRITTEN TO THE LEDGER
       01  WS-SLM-TOTALS.
           02  SL-ORDERS               PIC 9(05) VALUE 0.
           02  SL-SALES                PIC S9(11)V99 VALUE 0.
           02  SL-NORATE               PIC S9(11)V99 VALUE 0.
           02  SL-COMM                 PIC S9(11)V99 VALUE 0.

      * GRAND TOTAL ACCUMULATORS AND THE INVOICE CONTROL TOTALS THE
      * CREDITED SALES MUST TIE TO.
       01  WS-GRAND-TOTALS.
           02  GT-SALESMEN             PIC 9(05) VALUE 0.
           02  GT-ORDERS               PIC 9(07) VALUE 0.
           02  GT-SALES                PIC S9(11)V99 VALUE 0.
           02  GT-NORATE               PIC S9(11)V99 VALUE 0.
           02  GT-COMM                 PIC S9(11)V99 VALUE 0.
           02  GT-INV-COUNT            PIC 9(07) VALUE 0.
           02  GT-INV-AMOUNT           PIC S9(11)V99 VALUE 0.
           02  GT-NO-LINES             PIC 9(07) VALUE 0.

      * RUN-CONTROL WORK FIELDS - THE RUN RECORD IS WRITTEN AT START
      * AND CLOSED AT END. THE WHOLE PERIOD IS SORTED IN ONE PASS, SO
      * THERE IS NO MID-RUN CHECKPOINT - AN ABENDED RUN LEFT ACTIVE
      * IS RUN AGAIN FROM THE TOP AND REWRITES ITS LEDGER RECORDS.
       01  WS-RUNCTL-VARIABLES.
           02  RECORD-FOUND-RUNCTL     PIC X   VALUE SPACES.
           02  WS-RESTARTING           PIC X   VALUE "N".
           02  WS-RUN-NO               PIC 9(07) VALUE 0.
           02  WS-RUN-PARM             PIC X(20) VALUE SPACES.
           02  WS-RECORDS-DONE         PIC 9(07) VALUE 0.

       01  WS-RUNCTL-CONSTANTS.
           02  RUN-PROGRAM-ID          PIC X(10) VALUE "CBCUSCOM".

       01  WS-RUNCTL-IMAGE.
           COPY DDS-RUNCTLR     OF  RUNCTL.

       01  WS-PARM-ERROR-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  PE-TEXT           PIC X(60) VALUE SPACES.
           02  FILLER            PIC X(71) VALUE SPACES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  H1-TITLE          PIC X(36) VALUE SPACES.
           02  FILLER            PIC X(08) VALUE "PERIOD:".
           02  H1-PERIOD         PIC 9(06).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  FILLER            PIC X(14) VALUE "POSTED AFTER:".
           02  H1-FRDT           PIC 9(08).
           02  FILLER            PIC X(08) VALUE "  UP TO:".
           02  H1-TODT           PIC 9(08).
           02  FILLER            PIC X(39) VALUE SPACES.

       01  WS-HEADING-2.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE "SALESMAN:".
           02  H2-PERSON         PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  H2-PNAME          PIC X(30).
           02  FILLER            PIC X(84) VALUE SPACES.

       01  WS-HEADING-3.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(07) VALUE "CUST.".
           02  FILLER            PIC X(09) VALUE "ORDER".
           02  FILLER            PIC X(09) VALUE "INVOICE".
           02  FILLER            PIC X(10) VALUE "INV.DATE".
           02  FILLER            PIC X(05) VALUE "CAT".
           02  FILLER            PIC X(16) VALUE "        AMOUNT".
           02  FILLER            PIC X(08) VALUE "  RATE".
           02  FILLER            PIC X(16) VALUE "    COMMISSION".
           02  FILLER            PIC X(20) VALUE "NOTE".
           02  FILLER            PIC X(31) VALUE SPACES.

      * ONE LINE PER ORDER PER PRODUCT CATEGORY
       01  WS-DETAIL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  DL-BCCD           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-ORNO           PIC 9(07).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-INNO           PIC 9(07).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-INDT           PIC 9(08).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-PCAT           PIC X(01).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  DL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-RATE           PIC ZZ9.99.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-COMM           PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-NOTE           PIC X(20).
           02  FILLER            PIC X(31) VALUE SPACES.

       01  WS-SLM-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(16) VALUE "SALESMAN TOTAL".
           02  FILLER            PIC X(08) VALUE "ORDERS:".
           02  ST-ORDERS         PIC ZZ,ZZ9.
           02  FILLER            PIC X(10) VALUE SPACES.
           02  ST-SALES          PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(10) VALUE SPACES.
           02  ST-COMM           PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  FILLER            PIC X(15) VALUE "NO-RATE SALES:".
           02  ST-NORATE         PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(22) VALUE SPACES.

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  TL-LABEL          PIC X(40) VALUE SPACES.
           02  TL-COUNT          PIC ZZZ,ZZ9.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  COMM-PARM-AREA.
           02  COMM-PERIOD             PIC 9(06).
      *        ACCOUNTING PERIOD TO PAY COMMISSION FOR (CCYYMM) - THE
      *        PERIOD CBCUSPER HAS JUST ROLLED

       PROCEDURE DIVISION  USING  COMM-PARM-AREA.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           MOVE  COMM-PERIOD  TO  WS-RUN-PARM (1:6).
           PERFORM CHECK-PERIOD-ROUTINE  THRU  CHKPER-EXIT.
           PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT.
           IF  WS-RUN-OK = "Y"
               PERFORM RUNCTL-START-ROUTINE  THRU  RCSTART-EXIT
               SORT  SORT-FILE
                     ON ASCENDING KEY  SR-PERSON
                                       SR-INNO
                                       SR-PCAT
                     INPUT PROCEDURE IS RELEASE-INVOICES-PARA
                                        THRU  RELINV-EXIT
                     OUTPUT PROCEDURE IS STATEMENT-PARA
                                        THRU  STMT-EXIT
               PERFORM RUNCTL-END-ROUTINE  THRU  RCEND-EXIT
               PERFORM PRINT-CONTROL-TOTALS  THRU  PRTOT-EXIT
           ELSE
      *�A REFUSED RUN STILL LEAVES A RUN RECORD CLOSED "F" SO THE
      *�NIGHT-STREAM DRIVER SEES THE STEP FAIL, AS CBCUSPER DOES.
               PERFORM RUNCTL-REFUSED-ROUTINE  THRU  RCREF-EXIT
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT   INVOIC-FILE
                         SHPREG-FILE
                         ORDDTL-FILE
                         COMRAT-FILE
                         PERCTL-FILE
                         SLMEN-FILE
                 I-O     COMLDG-FILE
                         RUNCTL-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  INVOIC-FILE
                  SHPREG-FILE
                  ORDDTL-FILE
                  COMRAT-FILE
                  PERCTL-FILE
                  SLMEN-FILE
                  COMLDG-FILE
                  RUNCTL-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

       PRINT-HEADINGS.
           MOVE  "SALESMAN COMMISSION RUN"  TO  H1-TITLE.
           MOVE  COMM-PERIOD   TO  H1-PERIOD.
           MOVE  WS-FROM-DATE  TO  H1-FRDT.
           MOVE  WS-TO-DATE    TO  H1-TODT.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
       PRTHDG-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-PERIOD-ROUTINE                                         *
      *  ESTABLISHES THE POSTING-DATE WINDOW OF THE PERIOD FROM       *
      *  PERCTL-FILE AND REFUSES TO RUN FOR A PERIOD NOT YET ROLLED,  *
      *  OR ONE ALREADY ON THE COMMISSION LEDGER (UNLESS THIS IS THE  *
      *  RESTART OF THAT PERIOD'S ABENDED RUN).                       *
      *****************************************************************
       CHECK-PERIOD-ROUTINE.
           IF  COMM-PERIOD = ZERO
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  "NO PERIOD SUPPLIED - COMMISSION NOT RUN."
                                      TO  PE-TEXT
               GO  CHKPER-EXIT
           END-IF.
           MOVE  COMM-PERIOD  TO  PCPERD OF PERCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-PERCTL.
           READ  PERCTL-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-PERCTL
           END-READ.
           IF  RECORD-FOUND-PERCTL = "N"
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  "PERIOD NOT YET ROLLED - COMMISSION NOT RUN."
                                      TO  PE-TEXT
               GO  CHKPER-EXIT
           END-IF.
           MOVE  PCRLDT OF PERCTL-RECORD  TO  WS-TO-DATE.
      *�THE PERIOD STARTS THE DAY AFTER THE PREVIOUS ROLL - THE
      *�FIRST PERIOD EVER ROLLED TAKES EVERY POSTING BEFORE ITS ROLL.
           MOVE  ZERO  TO  WS-FROM-DATE.
           MOVE  COMM-PERIOD  TO  PCPERD OF PERCTL-RECORD.
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
           IF  RECORD-FOUND-PERCTL = "Y"
               MOVE  PCRLDT OF PERCTL-RECORD  TO  WS-FROM-DATE
           END-IF.
      *�AN ABENDED RUN OF THIS SAME PERIOD IS RUN AGAIN OVER THE
      *�LEDGER RECORDS IT LEFT BEHIND.
           PERFORM  RUNCTL-FIND-LAST-RUN  THRU  RCFLR-EXIT.
           IF  RECORD-FOUND-RUNCTL = "Y"
                AND  RCSTAT OF WS-RUNCTL-IMAGE = "A"
                AND  RCPARM OF WS-RUNCTL-IMAGE = WS-RUN-PARM
               GO  CHKPER-EXIT
           END-IF.
           MOVE  COMM-PERIOD  TO  CLPERD OF COMLDG-RECORD.
           MOVE  SPACES       TO  CLPERS OF COMLDG-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-COMLDG.
           START  COMLDG-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF COMLDG-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-COMLDG
           END-START.
           IF  RECORD-FOUND-COMLDG = "Y"
               READ  COMLDG-FILE  NEXT RECORD
                     AT END
                        MOVE "N"  TO  RECORD-FOUND-COMLDG
               END-READ
           END-IF.
           IF  RECORD-FOUND-COMLDG = "Y"
                AND  CLPERD OF COMLDG-RECORD = COMM-PERIOD
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  "COMMISSION ALREADY RUN FOR PERIOD."
                                      TO  PE-TEXT
           END-IF.
       CHKPER-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-INVOICES-PARA                                        *
      *  READS EVERY INVOICE AND, FOR EACH ONE POSTED INSIDE THE      *
      *  PERIOD, RELEASES ONE SORT RECORD PER POSTED LINE CARRYING    *
      *  THE SALESMAN CREDITED AT POSTING TIME AND THE CATEGORY.      *
      *****************************************************************
       RELEASE-INVOICES-PARA.
           PERFORM READ-NEXT-INVOIC  THRU  RNINV-EXIT.
           PERFORM RELEASE-ONE-INVOICE  THRU  REL1I-EXIT
                   UNTIL  RECORD-FOUND-INVOIC = "N".
       RELINV-EXIT.  EXIT.

       RELEASE-ONE-INVOICE.
           IF  IVINDT OF INVOIC-RECORD > WS-FROM-DATE
                AND  IVINDT OF INVOIC-RECORD NOT > WS-TO-DATE
               ADD  1  TO  GT-INV-COUNT
               ADD  IVAMT OF INVOIC-RECORD  TO  GT-INV-AMOUNT
               PERFORM RELEASE-INVOICE-LINES  THRU  RELLNS-EXIT
           END-IF.
           PERFORM READ-NEXT-INVOIC  THRU  RNINV-EXIT.
       REL1I-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-INVOICE-LINES                                        *
      *  THE SAME SOURCE CBCUSPST POSTED FROM - THE ORDER'S SHIPPED   *
      *  REGISTER ROWS WHEN IT HAS ANY, OTHERWISE ITS ORDER LINES. AN *
      *  INVOICE WHOSE LINES ARE NO LONGER ON FILE IS RELEASED WHOLE  *
      *  WITH NO CATEGORY, SO IT STILL TIES AND SHOWS ON THE          *
      *  STATEMENT.                                                   *
      *****************************************************************
       RELEASE-INVOICE-LINES.
           MOVE  IVPERS OF INVOIC-RECORD  TO  SR-PERSON.
           MOVE  IVINNO OF INVOIC-RECORD  TO  SR-INNO.
           MOVE  IVBCCD OF INVOIC-RECORD  TO  SR-BCCD.
           MOVE  IVORNO OF INVOIC-RECORD  TO  SR-ORNO.
           MOVE  IVINDT OF INVOIC-RECORD  TO  SR-INDT.
           MOVE  "N"  TO  WS-LINES-FOUND.
           MOVE  IVORNO OF INVOIC-RECORD  TO  SRORNO OF SHPREG-RECORD.
           MOVE  ZERO  TO  SRLNNO OF SHPREG-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SHPREG.
           START  SHPREG-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF SHPREG-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SHPREG
           END-START.
           PERFORM RELEASE-REGISTER-ROW  THRU  RELREG-EXIT
                   UNTIL  RECORD-FOUND-SHPREG = "N".
           IF  WS-LINES-FOUND = "Y"
               GO  RELLNS-EXIT
           END-IF.
           MOVE  IVORNO OF INVOIC-RECORD  TO  ODORNO OF ORDDTL-RECORD.
           MOVE  ZERO  TO  ODLNNO OF ORDDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ORDDTL.
           START  ORDDTL-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF ORDDTL-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-ORDDTL
           END-START.
           PERFORM RELEASE-ORDER-LINE  THRU  RELODL-EXIT
                   UNTIL  RECORD-FOUND-ORDDTL = "N".
           IF  WS-LINES-FOUND = "N"
               MOVE  SPACES  TO  SR-PCAT
               MOVE  IVAMT OF INVOIC-RECORD  TO  SR-AMT
               RELEASE  SORT-RECORD
               ADD  1  TO  GT-NO-LINES
           END-IF.
       RELLNS-EXIT.  EXIT.

       RELEASE-REGISTER-ROW.
           READ  SHPREG-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-SHPREG
           END-READ.
           IF  RECORD-FOUND-SHPREG = "Y"
                AND  SRORNO OF SHPREG-RECORD
                            NOT = IVORNO OF INVOIC-RECORD
               MOVE  "N"  TO  RECORD-FOUND-SHPREG
           END-IF.
           IF  RECORD-FOUND-SHPREG = "Y"
               MOVE  "Y"  TO  WS-LINES-FOUND
               IF  SRAMT OF SHPREG-RECORD NOT = ZERO
                   MOVE  SRPCAT OF SHPREG-RECORD  TO  SR-PCAT
                   MOVE  SRAMT  OF SHPREG-RECORD  TO  SR-AMT
                   RELEASE  SORT-RECORD
               END-IF
           END-IF.
       RELREG-EXIT.  EXIT.

       RELEASE-ORDER-LINE.
           READ  ORDDTL-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-ORDDTL
           END-READ.
           IF  RECORD-FOUND-ORDDTL = "Y"
                AND  ODORNO OF ORDDTL-RECORD
                            NOT = IVORNO OF INVOIC-RECORD
               MOVE  "N"  TO  RECORD-FOUND-ORDDTL
           END-IF.
           IF  RECORD-FOUND-ORDDTL = "Y"
               MOVE  "Y"  TO  WS-LINES-FOUND
               IF  ODAMT OF ORDDTL-RECORD NOT = ZERO
                   MOVE  ODPCAT OF ORDDTL-RECORD  TO  SR-PCAT
                   MOVE  ODAMT  OF ORDDTL-RECORD  TO  SR-AMT
                   RELEASE  SORT-RECORD
               END-IF
           END-IF.
       RELODL-EXIT.  EXIT.

      *****************************************************************
      *  STATEMENT-PARA                                               *
      *  RETURNS THE SORTED LINES AND PRINTS ONE STATEMENT PER        *
      *  SALESMAN - A LINE PER ORDER PER CATEGORY, THEN THE SALESMAN  *
      *  TOTAL, WHICH IS ALSO WRITTEN TO THE COMMISSION LEDGER.       *
      *****************************************************************
       STATEMENT-PARA.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
           PERFORM PROCESS-SORT-RECORD  THRU  PRCSRT-EXIT
                   UNTIL  SORT-EOF = "Y".
           IF  WS-FIRST-RECORD = "N"
               PERFORM PRINT-CATEGORY-LINE  THRU  PRCAT-EXIT
               PERFORM PRINT-SLM-TOTALS  THRU  PRSLM-EXIT
           END-IF.
       STMT-EXIT.  EXIT.

       PROCESS-SORT-RECORD.
           IF  WS-FIRST-RECORD = "Y"
               MOVE  "N"  TO  WS-FIRST-RECORD
               PERFORM START-SALESMAN  THRU  STRSLM-EXIT
           ELSE
               IF  SR-PERSON NOT = WS-CUR-PERSON
                   PERFORM PRINT-CATEGORY-LINE  THRU  PRCAT-EXIT
                   PERFORM PRINT-SLM-TOTALS  THRU  PRSLM-EXIT
                   PERFORM START-SALESMAN  THRU  STRSLM-EXIT
               ELSE
                   IF  SR-INNO NOT = OC-INNO
                        OR  SR-PCAT NOT = OC-PCAT
                       PERFORM PRINT-CATEGORY-LINE  THRU  PRCAT-EXIT
                       PERFORM START-ORDER-CATEGORY  THRU  STROC-EXIT
                   END-IF
               END-IF
           END-IF.
           IF  SR-INNO NOT = WS-COUNTED-INNO
               ADD  1  TO  SL-ORDERS
               MOVE  SR-INNO  TO  WS-COUNTED-INNO
           END-IF.
           ADD  SR-AMT  TO  OC-AMOUNT.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
       PRCSRT-EXIT.  EXIT.

       RETURN-SORT-RECORD.
           RETURN  SORT-FILE
               AT END
                  MOVE  "Y"  TO  SORT-EOF
           END-RETURN.
       RETSRT-EXIT.  EXIT.

      *�A NEW SALESMAN STARTS A NEW STATEMENT PAGE.
       START-SALESMAN.
           MOVE  SR-PERSON  TO  WS-CUR-PERSON.
           MOVE  ZERO  TO  WS-COUNTED-INNO.
           PERFORM LOOKUP-SLMEN-ROUTINE  THRU  LKSLM-EXIT.
           MOVE  "SALESMAN COMMISSION STATEMENT"  TO  H1-TITLE.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           MOVE  WS-CUR-PERSON  TO  H2-PERSON.
           MOVE  PNAME OF SLMEN-RECORD  TO  H2-PNAME.
           WRITE  LIST-RECORD  FROM  WS-HEADING-2
                  AFTER ADVANCING 2 LINES.
           WRITE  LIST-RECORD  FROM  WS-HEADING-3
                  AFTER ADVANCING 2 LINES.
           PERFORM START-ORDER-CATEGORY  THRU  STROC-EXIT.
       STRSLM-EXIT.  EXIT.

       START-ORDER-CATEGORY.
           MOVE  SR-INNO  TO  OC-INNO.
           MOVE  SR-PCAT  TO  OC-PCAT.
           MOVE  SR-BCCD  TO  OC-BCCD.
           MOVE  SR-ORNO  TO  OC-ORNO.
           MOVE  SR-INDT  TO  OC-INDT.
           MOVE  ZERO     TO  OC-AMOUNT.
       STROC-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-CATEGORY-LINE                                          *
      *  PAYS ONE ORDER/CATEGORY AMOUNT AT THE SALESMAN'S RATE FOR    *
      *  THE CATEGORY AND PRINTS THE STATEMENT LINE.                  *
      *****************************************************************
       PRINT-CATEGORY-LINE.
           PERFORM LOOKUP-RATE-ROUTINE  THRU  LKRATE-EXIT.
           COMPUTE  WS-LINE-COMM  ROUNDED  =
                    OC-AMOUNT * WS-RATE / 100.
           MOVE  SPACES     TO  WS-DETAIL-LINE.
           MOVE  OC-BCCD    TO  DL-BCCD.
           MOVE  OC-ORNO    TO  DL-ORNO.
           MOVE  OC-INNO    TO  DL-INNO.
           MOVE  OC-INDT    TO  DL-INDT.
           MOVE  OC-PCAT    TO  DL-PCAT.
           MOVE  OC-AMOUNT  TO  DL-AMOUNT.
           MOVE  WS-RATE    TO  DL-RATE.
           MOVE  WS-LINE-COMM  TO  DL-COMM.
           EVALUATE  TRUE
             WHEN  OC-PCAT = SPACES
               MOVE  "NO ORDER LINES"  TO  DL-NOTE
             WHEN  WS-RATE-SOURCE = "N"
               MOVE  "NO RATE ON FILE"  TO  DL-NOTE
             WHEN  WS-RATE-SOURCE = "H"
               MOVE  "HOUSE RATE"  TO  DL-NOTE
             WHEN  OTHER
               MOVE  SPACES  TO  DL-NOTE
           END-EVALUATE.
           WRITE  LIST-RECORD  FROM  WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.
           ADD  OC-AMOUNT     TO  SL-SALES.
           ADD  WS-LINE-COMM  TO  SL-COMM.
           IF  WS-RATE-SOURCE = "N"
               ADD  OC-AMOUNT  TO  SL-NORATE
           END-IF.
       PRCAT-EXIT.  EXIT.

      *�THE SALESMAN'S OWN RATE FOR THE CATEGORY, ELSE THE HOUSE RATE
      *�HELD UNDER "*ALL", ELSE NO RATE (SOURCE "S", "H" OR "N").
       LOOKUP-RATE-ROUTINE.
           MOVE  ZERO  TO  WS-RATE.
           MOVE  "N"   TO  WS-RATE-SOURCE.
           IF  OC-PCAT = SPACES
               GO  LKRATE-EXIT
           END-IF.
           MOVE  WS-CUR-PERSON  TO  CRPERS OF COMRAT-RECORD.
           MOVE  OC-PCAT        TO  CRPCAT OF COMRAT-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-COMRAT.
           READ  COMRAT-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-COMRAT
           END-READ.
           IF  RECORD-FOUND-COMRAT = "Y"
               MOVE  CRRATE OF COMRAT-RECORD  TO  WS-RATE
               MOVE  "S"  TO  WS-RATE-SOURCE
               GO  LKRATE-EXIT
           END-IF.
           MOVE  HOUSE-RATE-PERSON  TO  CRPERS OF COMRAT-RECORD.
           MOVE  OC-PCAT            TO  CRPCAT OF COMRAT-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-COMRAT.
           READ  COMRAT-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-COMRAT
           END-READ.
           IF  RECORD-FOUND-COMRAT = "Y"
               MOVE  CRRATE OF COMRAT-RECORD  TO  WS-RATE
               MOVE  "H"  TO  WS-RATE-SOURCE
           END-IF.
       LKRATE-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-SLM-TOTALS                                             *
      *  PRINTS THE SALESMAN TOTAL, WRITES THE SALESMAN'S LEDGER      *
      *  RECORD FOR THE PERIOD AND ROLLS THE TOTALS INTO THE GRAND    *
      *  TOTALS.                                                      *
      *****************************************************************
       PRINT-SLM-TOTALS.
           MOVE  SL-ORDERS  TO  ST-ORDERS.
           MOVE  SL-SALES   TO  ST-SALES.
           MOVE  SL-COMM    TO  ST-COMM.
           MOVE  SL-NORATE  TO  ST-NORATE.
           WRITE  LIST-RECORD  FROM  WS-SLM-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           PERFORM WRITE-LEDGER-ROUTINE  THRU  WRTLDG-EXIT.
           ADD  1          TO  GT-SALESMEN.
           ADD  SL-ORDERS  TO  GT-ORDERS.
           ADD  SL-SALES   TO  GT-SALES.
           ADD  SL-NORATE  TO  GT-NORATE.
           ADD  SL-COMM    TO  GT-COMM.
           INITIALIZE  WS-SLM-TOTALS  REPLACING NUMERIC BY ZEROS.
       PRSLM-EXIT.  EXIT.

      *�ON A RESTARTED RUN THE SALESMAN'S RECORD MAY ALREADY BE ON THE
      *�LEDGER FROM THE ABENDED RUN - IT IS REPLACED, NOT DUPLICATED.
       WRITE-LEDGER-ROUTINE.
           INITIALIZE  COMLDG-RECORD
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  COMM-PERIOD    TO  CLPERD  OF COMLDG-RECORD.
           MOVE  WS-CUR-PERSON  TO  CLPERS  OF COMLDG-RECORD.
           PERFORM FILL-LEDGER-ROUTINE  THRU  FILLDG-EXIT.
           WRITE  COMLDG-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-COMLDG
               NOT INVALID KEY
                  MOVE "Y"  TO  RECORD-FOUND-COMLDG
           END-WRITE.
           IF  RECORD-FOUND-COMLDG = "Y"
               GO  WRTLDG-EXIT
           END-IF.
           IF  WS-RESTARTING NOT = "Y"
               DISPLAY "CBCUSCOM COMLDG WRITE FAILED, SALESMAN="
                       WS-CUR-PERSON  " STATUS="  COMLDG-FILE-STATUS
               GO  WRTLDG-EXIT
           END-IF.
           READ  COMLDG-FILE
               INVALID KEY
                  DISPLAY "CBCUSCOM COMLDG READ FAILED, SALESMAN="
                          WS-CUR-PERSON  " STATUS="  COMLDG-FILE-STATUS
                  GO  WRTLDG-EXIT
           END-READ.
           PERFORM FILL-LEDGER-ROUTINE  THRU  FILLDG-EXIT.
           REWRITE  COMLDG-RECORD
               INVALID KEY
                  DISPLAY "CBCUSCOM COMLDG REWRITE FAILED, SALESMAN="
                          WS-CUR-PERSON  " STATUS="  COMLDG-FILE-STATUS
           END-REWRITE.
       WRTLDG-EXIT.  EXIT.

       FILL-LEDGER-ROUTINE.
           COMPUTE  CLFRDT OF COMLDG-RECORD  =  WS-FROM-DATE + 1.
           MOVE  WS-TO-DATE     TO  CLTODT  OF COMLDG-RECORD.
           MOVE  SL-ORDERS      TO  CLORDS  OF COMLDG-RECORD.
           MOVE  SL-SALES       TO  CLSALE  OF COMLDG-RECORD.
           MOVE  SL-NORATE      TO  CLNORT  OF COMLDG-RECORD.
           MOVE  SL-COMM        TO  CLCOMM  OF COMLDG-RECORD.
           MOVE  WS-SYS-DATE    TO  CLRNDT  OF COMLDG-RECORD.
           MOVE  WS-RUN-NO      TO  CLRUNNO OF COMLDG-RECORD.
       FILLDG-EXIT.  EXIT.

       LOOKUP-SLMEN-ROUTINE.
           MOVE  WS-CUR-PERSON  TO  PERSON OF SLMEN-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLMEN.
           READ  SLMEN-FILE
                 INVALID KEY
                     MOVE "N"  TO  RECORD-FOUND-SLMEN
                     MOVE  ALL "-"  TO  PNAME OF SLMEN-RECORD
           END-READ.
       LKSLM-EXIT.  EXIT.

      *****************************************************************
      *  RUNCTL-START-ROUTINE                                         *
      *  WRITES THE RUN RECORD FOR THIS RUN - OR, WHEN THE LATEST     *
      *  RUN OF THIS PROGRAM IS STILL MARKED ACTIVE WITH THE SAME     *
      *  PERIOD, PICKS THAT RUN BACK UP AND MARKS IT RESTARTED.       *
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
      *�AN INCOMPLETE RUN FOR ANOTHER PERIOD CANNOT BE SAFELY
      *�CONTINUED - MARK IT ABANDONED AND START A FRESH RUN.
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
                  DISPLAY "CBCUSCOM RUNCTL WRITE FAILED, STATUS="
                          RUNCTL-FILE-STATUS
           END-WRITE.
       RCSTART-EXIT.  EXIT.

       RUNCTL-FIND-LAST-RUN.
           MOVE  RUN-PROGRAM-ID  TO  RCPGM OF RUNCTL-RECORD.
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
                AND  RCPGM OF RUNCTL-RECORD NOT = RUN-PROGRAM-ID
               MOVE  "N"  TO  RECORD-FOUND-RUNCTL
           END-IF.
           IF  RECORD-FOUND-RUNCTL = "Y"
               MOVE  RUNCTL-RECORD  TO  WS-RUNCTL-IMAGE
           END-IF.
       RCFLR-EXIT.  EXIT.

      *****************************************************************
      *  RUNCTL-REFUSED-ROUTINE                                        *
      *  PRINTS WHY THE RUN WAS REFUSED AND WRITES A RUN RECORD        *
      *  ALREADY CLOSED IN STATUS "F", SO CBNGTRUN HALTS THE CHAIN ON  *
      *  THIS STEP - THE SAME WAY CBCUSPER TREATS A REFUSED ROLL.      *
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
                  DISPLAY "CBCUSCOM RUNCTL WRITE FAILED, STATUS="
                          RUNCTL-FILE-STATUS
           END-WRITE.
       RCREF-EXIT.  EXIT.

       RUNCTL-END-ROUTINE.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           MOVE  GT-INV-COUNT     TO  WS-RECORDS-DONE.
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
                  DISPLAY "CBCUSCOM RUNCTL REWRITE FAILED, STATUS="
                          RUNCTL-FILE-STATUS
           END-REWRITE.
       RCRWT-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-CONTROL-TOTALS                                         *
      *  THE INVOICES POSTED IN THE PERIOD AGAINST THE SALES CREDITED *
      *  TO SALESMEN - THE TWO MUST AGREE - AND THE COMMISSION PAID.  *
      *****************************************************************
       PRINT-CONTROL-TOTALS.
           MOVE  "SALESMAN COMMISSION RUN"  TO  H1-TITLE.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           IF  WS-RESTARTING = "Y"
               MOVE  "RESTARTED RUN - EARLIER LEDGER RECORDS REPLACED."
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
           MOVE  "INVOICES POSTED IN PERIOD:"  TO  TL-LABEL.
           MOVE  GT-INV-COUNT   TO  TL-COUNT.
           MOVE  GT-INV-AMOUNT  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "ORDERS/SALES CREDITED TO SALESMEN:"  TO  TL-LABEL.
           MOVE  GT-ORDERS  TO  TL-COUNT.
           MOVE  GT-SALES   TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "INVOICES WITH NO ORDER LINES ON FILE:"  TO  TL-LABEL.
           MOVE  GT-NO-LINES  TO  TL-COUNT.
           MOVE  ZERO  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "SALES WITH NO COMMISSION RATE:"  TO  TL-LABEL.
           MOVE  ZERO       TO  TL-COUNT.
           MOVE  GT-NORATE  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "SALESMEN / COMMISSION EARNED:"  TO  TL-LABEL.
           MOVE  GT-SALESMEN  TO  TL-COUNT.
           MOVE  GT-COMM      TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           IF  GT-SALES NOT = GT-INV-AMOUNT
               MOVE  "*** SALES CREDITED DO NOT TIE TO INVOICES ***"
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
       PRTOT-EXIT.  EXIT.

       READ-NEXT-INVOIC.
           MOVE "Y"   TO RECORD-FOUND-INVOIC.
           READ  INVOIC-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-INVOIC
              NOT AT END  MOVE "Y"  TO  RECORD-FOUND-INVOIC
                      GO RNINV-EXIT.
       RNINV-EXIT. EXIT.
