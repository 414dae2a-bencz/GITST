       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSQTA.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Sales quota variance report - sets each salesman's sales for
      * an accounting period and for the year to date against the
      * quotas held on SLSQTA-FILE (keyed in CBCUSQTM or loaded from
      * the annual plan by CBCUSQTL), with the variance and the
      * percentage of quota achieved. The report breaks by region
      * and by salesman within region, as CBCUSSAL does, with region
      * and grand totals, and flags every salesman whose year-to-date
      * sales are below a threshold percentage of the year-to-date
      * quota.
      *
      * The period window is found exactly as CBCUSCOM finds it: the
      * period's PERCTL-FILE record gives the roll date and the
      * previous period's record the roll date before it. The year
      * to date runs from the last roll before period 01 of the same
      * calendar year up to the same roll date, and takes the quotas
      * of periods 01 up to the reported period. The report therefore
      * runs at period end after CBCUSPER, so the closed period is
      * final, and refuses a period not yet rolled.
      *
      * The actuals are the invoices CBCUSPST posted in the window,
      * credited to the salesman recorded on the invoice at posting
      * time (IVPERS) and split by product category from the same
      * shipped register rows or order lines CBCUSCOM pays commission
      * from. An invoice carries no region, so the sale is reported
      * under the region of the customer on CUSTS-FILE today. Where a
      * salesman is quoted by category, a line per category is shown
      * above the salesman total; sales with no category, or a
      * category outside A-G, show against "NO CATEGORY", and a
      * category sold but not quoted shows with its own line and no
      * percentage. For the latest rolled period the period sales
      * are also proved against the CUSTS prior-period bucket
      * (XWF1VA) the roll has just filled, so the report ties to the
      * customer master. The report only reads - it keeps no run
      * record and can be reprinted for any rolled period.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SLSQTA-FILE
               ASSIGN TO DATABASE-SLSQTA
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLSQTA-RECORD
               FILE STATUS IS SLSQTA-FILE-STATUS.

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
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF REFCDS-RECORD
               FILE STATUS IS REFCDS-FILE-STATUS.

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

           SELECT SORT-FILE
               ASSIGN TO DISK-SORTWK.

           SELECT LIST-FILE
               ASSIGN TO PRINTER-QSYSPRT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SLSQTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLSQTA-RECORD.
           COPY DDS-SLSQTAR     OF  SLSQTA.

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

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  REFCDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFCDS-RECORD.
           COPY DDS-REFCDSR     OF  REFCDS.

       FD  PERCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERCTL-RECORD.
           COPY DDS-PERCTLR     OF  PERCTL.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN  OF  SLMEN.

      * ONE SORT RECORD PER QUOTA OR PER POSTED INVOICE LINE - A
      * QUOTA CARRIES ONLY THE QUOTA AMOUNTS, A LINE ONLY THE ACTUALS.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-B3CD             PIC X(05).
           05  SR-PERS             PIC X(05).
           05  SR-PCAT             PIC X(01).
           05  SR-PQTA             PIC S9(9)V99   COMP-3.
           05  SR-PACT             PIC S9(9)V99   COMP-3.
           05  SR-YQTA             PIC S9(9)V99   COMP-3.
           05  SR-YACT             PIC S9(9)V99   COMP-3.

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  SLSQTA-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SHPREG-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ORDDTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  REFCDS-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  PERCTL-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-SLSQTA     PIC X   VALUE SPACES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  RECORD-FOUND-SHPREG     PIC X   VALUE SPACES.
           02  RECORD-FOUND-ORDDTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-REFCDS     PIC X   VALUE SPACES.
           02  RECORD-FOUND-PERCTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X   VALUE SPACES.
           02  SORT-EOF                PIC X   VALUE "N".
           02  WS-FIRST-RECORD         PIC X   VALUE "Y".
           02  WS-RUN-OK               PIC X   VALUE "Y".
           02  WS-LINES-FOUND          PIC X   VALUE SPACES.
           02  WS-IN-PERIOD            PIC X   VALUE SPACES.
           02  WS-LATEST-PERIOD        PIC X   VALUE SPACES.
           02  WS-SLM-BY-CAT           PIC X   VALUE SPACES.
           02  WS-CUR-REGION           PIC X(05) VALUE SPACES.
           02  WS-CUR-PERSON           PIC X(05) VALUE SPACES.
           02  WS-PERIOD               PIC 9(06) VALUE 0.
           02  WS-PERIOD-SPLIT REDEFINES WS-PERIOD.
               03  WS-PER-CCYY         PIC 9(04).
               03  WS-PER-MM           PIC 9(02).
           02  WS-YTD-PERIOD           PIC 9(06) VALUE 0.
           02  WS-YTD-PERIOD-SPLIT REDEFINES WS-YTD-PERIOD.
               03  WS-YTD-CCYY         PIC 9(04).
               03  WS-YTD-MM           PIC 9(02).
           02  WS-FROM-DATE            PIC 9(08) VALUE 0.
           02  WS-TO-DATE              PIC 9(08) VALUE 0.
           02  WS-YTD-FROM-DATE        PIC 9(08) VALUE 0.
           02  WS-THRESHOLD            PIC 9(03) VALUE 0.
           02  WS-LINE-AMT             PIC S9(9)V99 VALUE 0.
           02  WS-PCT                  PIC S9(4)V9 VALUE 0.
           02  WS-PCT-EDIT             PIC ZZZ9.9-.
           02  CX                      PIC 9(02) VALUE 0.

       01  WS-CONSTANTS.
           02  DEFAULT-THRESHOLD       PIC 9(03) VALUE 090.
           02  REF-TYPE-REGION         PIC X(02) VALUE "RG".

      * PRODUCT CATEGORIES A-G, AND A LAST ENTRY FOR SALES WITH NO
      * CATEGORY OR A CATEGORY OUTSIDE A-G.
       01  WS-CATEGORY-CODES           PIC X(08) VALUE "ABCDEFG ".
       01  WS-CATEGORY-CODE-TABLE REDEFINES WS-CATEGORY-CODES.
           02  CC-PCAT                 PIC X(01) OCCURS 8 TIMES
                                       INDEXED BY CC-IDX.

      * ONE SALESMAN'S QUOTAS AND ACTUALS BY CATEGORY - HELD UNTIL
      * THE SALESMAN BREAK, AS ONLY THEN IS IT KNOWN WHETHER THE
      * SALESMAN IS QUOTED BY CATEGORY.
       01  WS-CATEGORY-TABLE.
           02  CT-ENTRY  OCCURS 8 TIMES.
               03  CT-PQTA             PIC S9(11)V99.
               03  CT-PACT             PIC S9(11)V99.
               03  CT-YQTA             PIC S9(11)V99.
               03  CT-YACT             PIC S9(11)V99.

      * SALESMAN, REGION AND GRAND TOTAL ACCUMULATORS
       01  WS-SLM-TOTALS.
           02  SL-PQTA                 PIC S9(11)V99 VALUE 0.
           02  SL-PACT                 PIC S9(11)V99 VALUE 0.
           02  SL-YQTA                 PIC S9(11)V99 VALUE 0.
           02  SL-YACT                 PIC S9(11)V99 VALUE 0.

       01  WS-RGN-TOTALS.
           02  RG-PQTA                 PIC S9(11)V99 VALUE 0.
           02  RG-PACT                 PIC S9(11)V99 VALUE 0.
           02  RG-YQTA                 PIC S9(11)V99 VALUE 0.
           02  RG-YACT                 PIC S9(11)V99 VALUE 0.

       01  WS-GRAND-TOTALS.
           02  GT-PQTA                 PIC S9(11)V99 VALUE 0.
           02  GT-PACT                 PIC S9(11)V99 VALUE 0.
           02  GT-YQTA                 PIC S9(11)V99 VALUE 0.
           02  GT-YACT                 PIC S9(11)V99 VALUE 0.
           02  GT-SALESMEN             PIC 9(05) VALUE 0.
           02  GT-LOW                  PIC 9(05) VALUE 0.
           02  GT-INV-COUNT            PIC 9(07) VALUE 0.
           02  GT-INV-AMOUNT           PIC S9(11)V99 VALUE 0.
           02  GT-BUCKET-AMOUNT        PIC S9(11)V99 VALUE 0.
           02  GT-DIFFERENCE           PIC S9(11)V99 VALUE 0.

      * THE AMOUNTS OF THE LINE BEING PRINTED
       01  WS-LINE-AMOUNTS.
           02  LA-PQTA                 PIC S9(11)V99 VALUE 0.
           02  LA-PACT                 PIC S9(11)V99 VALUE 0.
           02  LA-YQTA                 PIC S9(11)V99 VALUE 0.
           02  LA-YACT                 PIC S9(11)V99 VALUE 0.

       01  WS-PARM-ERROR-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  PE-TEXT           PIC X(60) VALUE SPACES.
           02  FILLER            PIC X(71) VALUE SPACES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(36) VALUE
               "SALES QUOTA VARIANCE REPORT".
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
           02  FILLER            PIC X(24) VALUE
               "YEAR TO DATE FROM:".
           02  H2-YTD-PERIOD     PIC 9(06).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  FILLER            PIC X(14) VALUE "POSTED AFTER:".
           02  H2-YTD-FRDT       PIC 9(08).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  FILLER            PIC X(26) VALUE
               "LOW WHEN YTD % BELOW:".
           02  H2-THRESHOLD      PIC ZZ9.
           02  FILLER            PIC X(42) VALUE SPACES.

       01  WS-HEADING-3.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(14) VALUE SPACES.
           02  FILLER            PIC X(56) VALUE
               "                         PERIOD".
           02  FILLER            PIC X(56) VALUE
               "                      YEAR TO DATE".
           02  FILLER            PIC X(05) VALUE SPACES.

       01  WS-HEADING-4.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(14) VALUE SPACES.
           02  FILLER            PIC X(16) VALUE "          QUOTA".
           02  FILLER            PIC X(16) VALUE "         ACTUAL".
           02  FILLER            PIC X(16) VALUE "       VARIANCE".
           02  FILLER            PIC X(08) VALUE "  % QTA".
           02  FILLER            PIC X(16) VALUE "          QUOTA".
           02  FILLER            PIC X(16) VALUE "         ACTUAL".
           02  FILLER            PIC X(16) VALUE "       VARIANCE".
           02  FILLER            PIC X(08) VALUE "  % QTA".
           02  FILLER            PIC X(05) VALUE "FLAG".

       01  WS-REGION-HEADING.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(08) VALUE "REGION:".
           02  RH-B3CD           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  RH-DESC           PIC X(30).
           02  FILLER            PIC X(86) VALUE SPACES.

       01  WS-SLM-HEADING.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE "SALESMAN:".
           02  SH-PERSON         PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  SH-PNAME          PIC X(30).
           02  FILLER            PIC X(84) VALUE SPACES.

      * CATEGORY, SALESMAN, REGION AND GRAND TOTAL LINES SHARE ONE
      * LAYOUT - THE PERIOD FIGURES, THEN THE YEAR-TO-DATE FIGURES.
       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  TL-LABEL          PIC X(14) VALUE SPACES.
           02  TL-PQTA           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-PACT           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-PVAR           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-PPCT           PIC X(07).
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-YQTA           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-YACT           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-YVAR           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-YPCT           PIC X(07).
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-FLAG           PIC X(05).

       01  WS-COUNT-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  CL-LABEL          PIC X(40) VALUE SPACES.
           02  CL-COUNT          PIC ZZZ,ZZ9.
           02  FILLER            PIC X(84) VALUE SPACES.

       01  WS-PROOF-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  PL-LABEL          PIC X(40) VALUE SPACES.
           02  PL-COUNT          PIC ZZZ,ZZ9.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  PL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(65) VALUE SPACES.

       LINKAGE SECTION.
       01  QTAR-PARM-AREA.
           02  QTAR-PERIOD             PIC 9(06).
      *        ACCOUNTING PERIOD TO REPORT (CCYYMM) - A PERIOD
      *        CBCUSPER HAS ROLLED
           02  QTAR-THRESHOLD          PIC 9(03).
      *        FLAG A SALESMAN WHOSE YEAR-TO-DATE SALES ARE BELOW THIS
      *        PERCENTAGE OF QUOTA - 090 WHEN NOT SUPPLIED

       PROCEDURE DIVISION  USING  QTAR-PARM-AREA.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           IF  QTAR-THRESHOLD IS NUMERIC  AND  QTAR-THRESHOLD NOT = ZERO
               MOVE  QTAR-THRESHOLD     TO  WS-THRESHOLD
           ELSE
               MOVE  DEFAULT-THRESHOLD  TO  WS-THRESHOLD
           END-IF.
           PERFORM CHECK-PERIOD-ROUTINE  THRU  CHKPER-EXIT.
           PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT.
           IF  WS-RUN-OK = "Y"
               SORT  SORT-FILE
                     ON ASCENDING KEY  SR-B3CD
                                       SR-PERS
                                       SR-PCAT
                     INPUT PROCEDURE IS RELEASE-QUOTA-ACTUAL-PARA
                                        THRU  RELQTA-EXIT
                     OUTPUT PROCEDURE IS REPORT-PARA  THRU  REPORT-EXIT
               PERFORM PRINT-BUCKET-PROOF  THRU  PRBKT-EXIT
           ELSE
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT   SLSQTA-FILE
                         INVOIC-FILE
                         SHPREG-FILE
                         ORDDTL-FILE
                         CUSTS-FILE
                         REFCDS-FILE
                         PERCTL-FILE
                         SLMEN-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  SLSQTA-FILE
                  INVOIC-FILE
                  SHPREG-FILE
                  ORDDTL-FILE
                  CUSTS-FILE
                  REFCDS-FILE
                  PERCTL-FILE
                  SLMEN-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

       PRINT-HEADINGS.
           MOVE  QTAR-PERIOD       TO  H1-PERIOD.
           MOVE  WS-FROM-DATE      TO  H1-FRDT.
           MOVE  WS-TO-DATE        TO  H1-TODT.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           IF  WS-RUN-OK = "Y"
               MOVE  WS-YTD-PERIOD     TO  H2-YTD-PERIOD
               MOVE  WS-YTD-FROM-DATE  TO  H2-YTD-FRDT
               MOVE  WS-THRESHOLD      TO  H2-THRESHOLD
               WRITE  LIST-RECORD  FROM  WS-HEADING-2
                      AFTER ADVANCING 1 LINE
               WRITE  LIST-RECORD  FROM  WS-HEADING-3
                      AFTER ADVANCING 2 LINES
               WRITE  LIST-RECORD  FROM  WS-HEADING-4
                      AFTER ADVANCING 1 LINE
           END-IF.
       PRTHDG-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-PERIOD-ROUTINE                                         *
      *  ESTABLISHES THE POSTING-DATE WINDOW OF THE PERIOD FROM       *
      *  PERCTL-FILE AND REFUSES A PERIOD NOT YET ROLLED. SAME        *
      *  WINDOW AS CBCUSCOM. THE YEAR-TO-DATE WINDOW STARTS AFTER     *
      *  THE LAST ROLL BEFORE PERIOD 01 OF THE SAME YEAR.             *
      *****************************************************************
       CHECK-PERIOD-ROUTINE.
           IF  QTAR-PERIOD = ZERO
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  "NO PERIOD SUPPLIED - REPORT NOT PRINTED."
                                      TO  PE-TEXT
               GO  CHKPER-EXIT
           END-IF.
           MOVE  QTAR-PERIOD  TO  WS-PERIOD.
           MOVE  QTAR-PERIOD  TO  PCPERD OF PERCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-PERCTL.
           READ  PERCTL-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-PERCTL
           END-READ.
           IF  RECORD-FOUND-PERCTL = "N"
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  "PERIOD NOT YET ROLLED - REPORT NOT PRINTED."
                                      TO  PE-TEXT
               GO  CHKPER-EXIT
           END-IF.
           MOVE  PCRLDT OF PERCTL-RECORD  TO  WS-TO-DATE.
      *�THE PERIOD STARTS THE DAY AFTER THE PREVIOUS ROLL - THE
      *�FIRST PERIOD EVER ROLLED TAKES EVERY POSTING BEFORE ITS ROLL.
           MOVE  ZERO  TO  WS-FROM-DATE.
           MOVE  QTAR-PERIOD  TO  PCPERD OF PERCTL-RECORD.
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
      *�THE YEAR TO DATE STARTS THE DAY AFTER THE LAST ROLL BEFORE
      *�PERIOD 01 OF THE YEAR - THE SAME RULE ONE LEVEL UP.
           MOVE  WS-PER-CCYY  TO  WS-YTD-CCYY.
           MOVE  01           TO  WS-YTD-MM.
           MOVE  ZERO  TO  WS-YTD-FROM-DATE.
           MOVE  WS-YTD-PERIOD  TO  PCPERD OF PERCTL-RECORD.
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
               MOVE  PCRLDT OF PERCTL-RECORD  TO  WS-YTD-FROM-DATE
           END-IF.
      *�ONLY THE LATEST ROLLED PERIOD STILL HAS ITS SALES IN THE
      *�CUSTS PRIOR-PERIOD BUCKET - A LATER ROLL HAS SHIFTED THEM ON.
           MOVE  "Y"  TO  WS-LATEST-PERIOD.
           MOVE  QTAR-PERIOD  TO  PCPERD OF PERCTL-RECORD.
           START  PERCTL-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF PERCTL-RECORD
               INVALID KEY
                  MOVE "Y"  TO  WS-LATEST-PERIOD
               NOT INVALID KEY
                  MOVE "N"  TO  WS-LATEST-PERIOD
           END-START.
       CHKPER-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-QUOTA-ACTUAL-PARA                                    *
      *  RELEASES A SORT RECORD FOR EVERY QUOTA OF THE YEAR UP TO THE *
      *  PERIOD, THEN ONE FOR EVERY LINE OF EVERY INVOICE POSTED IN   *
      *  THE YEAR-TO-DATE WINDOW.                                     *
      *****************************************************************
       RELEASE-QUOTA-ACTUAL-PARA.
           PERFORM READ-NEXT-SLSQTA  THRU  RNQTA-EXIT.
           PERFORM RELEASE-ONE-QUOTA  THRU  REL1Q-EXIT
                   UNTIL  RECORD-FOUND-SLSQTA = "N".
           PERFORM READ-NEXT-INVOIC  THRU  RNINV-EXIT.
           PERFORM RELEASE-ONE-INVOICE  THRU  REL1I-EXIT
                   UNTIL  RECORD-FOUND-INVOIC = "N".
       RELQTA-EXIT.  EXIT.

       RELEASE-ONE-QUOTA.
           IF  QTPERD OF SLSQTA-RECORD < WS-YTD-PERIOD
                OR  QTPERD OF SLSQTA-RECORD > QTAR-PERIOD
               GO  REL1Q-NEXT
           END-IF.
           MOVE  QTB3CD OF SLSQTA-RECORD  TO  SR-B3CD.
           MOVE  QTPERS OF SLSQTA-RECORD  TO  SR-PERS.
           MOVE  QTPCAT OF SLSQTA-RECORD  TO  SR-PCAT.
           MOVE  ZERO  TO  SR-PQTA  SR-PACT  SR-YACT.
           MOVE  QTAMT  OF SLSQTA-RECORD  TO  SR-YQTA.
           IF  QTPERD OF SLSQTA-RECORD = QTAR-PERIOD
               MOVE  QTAMT OF SLSQTA-RECORD  TO  SR-PQTA
           END-IF.
           RELEASE  SORT-RECORD.
       REL1Q-NEXT.
           PERFORM READ-NEXT-SLSQTA  THRU  RNQTA-EXIT.
       REL1Q-EXIT.  EXIT.

       READ-NEXT-SLSQTA.
           MOVE "Y"   TO RECORD-FOUND-SLSQTA.
           READ  SLSQTA-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-SLSQTA
           END-READ.
       RNQTA-EXIT.  EXIT.

      *�THE SALE IS REPORTED UNDER THE CUSTOMER'S REGION TODAY - A
      *�CUSTOMER NO LONGER ON FILE REPORTS UNDER A BLANK REGION.
       RELEASE-ONE-INVOICE.
           IF  IVINDT OF INVOIC-RECORD NOT > WS-YTD-FROM-DATE
                OR  IVINDT OF INVOIC-RECORD > WS-TO-DATE
               GO  REL1I-NEXT
           END-IF.
           MOVE  "N"  TO  WS-IN-PERIOD.
           IF  IVINDT OF INVOIC-RECORD > WS-FROM-DATE
               MOVE  "Y"  TO  WS-IN-PERIOD
               ADD  1  TO  GT-INV-COUNT
               ADD  IVAMT OF INVOIC-RECORD  TO  GT-INV-AMOUNT
           END-IF.
           MOVE  IVBCCD OF INVOIC-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "Y"
               MOVE  XWB3CD OF CUSTS-RECORD  TO  SR-B3CD
           ELSE
               MOVE  SPACES  TO  SR-B3CD
           END-IF.
           MOVE  IVPERS OF INVOIC-RECORD  TO  SR-PERS.
           PERFORM RELEASE-INVOICE-LINES  THRU  RELLNS-EXIT.
       REL1I-NEXT.
           PERFORM READ-NEXT-INVOIC  THRU  RNINV-EXIT.
       REL1I-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-INVOICE-LINES                                        *
      *  THE SAME SOURCE CBCUSCOM SPLITS BY - THE ORDER'S SHIPPED     *
      *  REGISTER ROWS WHEN IT HAS ANY, OTHERWISE ITS ORDER LINES. AN *
      *  INVOICE WHOSE LINES ARE NO LONGER ON FILE IS RELEASED WHOLE  *
      *  WITH NO CATEGORY.                                            *
      *****************************************************************
       RELEASE-INVOICE-LINES.
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
               MOVE  IVAMT OF INVOIC-RECORD  TO  WS-LINE-AMT
               PERFORM RELEASE-ACTUAL-LINE  THRU  RELACT-EXIT
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
                   MOVE  SRAMT  OF SHPREG-RECORD  TO  WS-LINE-AMT
                   PERFORM RELEASE-ACTUAL-LINE  THRU  RELACT-EXIT
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
                   MOVE  ODAMT  OF ORDDTL-RECORD  TO  WS-LINE-AMT
                   PERFORM RELEASE-ACTUAL-LINE  THRU  RELACT-EXIT
               END-IF
           END-IF.
       RELODL-EXIT.  EXIT.

       RELEASE-ACTUAL-LINE.
           MOVE  ZERO  TO  SR-PQTA  SR-YQTA  SR-PACT.
           MOVE  WS-LINE-AMT  TO  SR-YACT.
           IF  WS-IN-PERIOD = "Y"
               MOVE  WS-LINE-AMT  TO  SR-PACT
           END-IF.
           RELEASE  SORT-RECORD.
       RELACT-EXIT.  EXIT.

       READ-NEXT-INVOIC.
           MOVE "Y"   TO RECORD-FOUND-INVOIC.
           READ  INVOIC-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-INVOIC
           END-READ.
       RNINV-EXIT.  EXIT.

      *****************************************************************
      *  REPORT-PARA                                                  *
      *  RETURNS THE SORTED QUOTAS AND SALES AND PRINTS THE REPORT -  *
      *  SALESMAN TOTALS WITHIN REGION TOTALS WITHIN THE GRAND TOTAL. *
      *****************************************************************
       REPORT-PARA.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
           PERFORM PROCESS-SORT-RECORD  THRU  PRCSRT-EXIT
                   UNTIL  SORT-EOF = "Y".
           IF  WS-FIRST-RECORD = "N"
               PERFORM PRINT-SLM-TOTALS  THRU  PRSLM-EXIT
               PERFORM PRINT-RGN-TOTALS  THRU  PRRGN-EXIT
           END-IF.
           PERFORM PRINT-GRAND-TOTALS  THRU  PRGRT-EXIT.
       REPORT-EXIT.  EXIT.

       PROCESS-SORT-RECORD.
           IF  WS-FIRST-RECORD = "Y"
               MOVE  "N"  TO  WS-FIRST-RECORD
               MOVE  SR-B3CD  TO  WS-CUR-REGION
               MOVE  SR-PERS  TO  WS-CUR-PERSON
               PERFORM PRINT-REGION-HEADING  THRU  PRRGH-EXIT
               PERFORM PRINT-SLM-HEADING  THRU  PRSLH-EXIT
           END-IF.
           IF  SR-B3CD NOT = WS-CUR-REGION
               PERFORM PRINT-SLM-TOTALS  THRU  PRSLM-EXIT
               PERFORM PRINT-RGN-TOTALS  THRU  PRRGN-EXIT
               MOVE  SR-B3CD  TO  WS-CUR-REGION
               MOVE  SR-PERS  TO  WS-CUR-PERSON
               PERFORM PRINT-REGION-HEADING  THRU  PRRGH-EXIT
               PERFORM PRINT-SLM-HEADING  THRU  PRSLH-EXIT
           ELSE
               IF  SR-PERS NOT = WS-CUR-PERSON
                   PERFORM PRINT-SLM-TOTALS  THRU  PRSLM-EXIT
                   MOVE  SR-PERS  TO  WS-CUR-PERSON
                   PERFORM PRINT-SLM-HEADING  THRU  PRSLH-EXIT
               END-IF
           END-IF.
           PERFORM FIND-CATEGORY-ROUTINE  THRU  FNDCAT-EXIT.
           ADD  SR-PQTA  TO  CT-PQTA (CX).
           ADD  SR-PACT  TO  CT-PACT (CX).
           ADD  SR-YQTA  TO  CT-YQTA (CX).
           ADD  SR-YACT  TO  CT-YACT (CX).
           IF  SR-PCAT NOT = SPACE  AND  SR-YQTA NOT = ZERO
               MOVE  "Y"  TO  WS-SLM-BY-CAT
           END-IF.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
       PRCSRT-EXIT.  EXIT.

       RETURN-SORT-RECORD.
           RETURN  SORT-FILE
               AT END
                  MOVE  "Y"  TO  SORT-EOF
           END-RETURN.
       RETSRT-EXIT.  EXIT.

      *�A CATEGORY OUTSIDE A-G FALLS INTO THE LAST, NO-CATEGORY ENTRY.
       FIND-CATEGORY-ROUTINE.
           SET  CC-IDX  TO  1.
           SEARCH  CC-PCAT
               AT END
                   SET  CC-IDX  TO  8
               WHEN  CC-PCAT (CC-IDX) = SR-PCAT
                   CONTINUE
           END-SEARCH.
           SET  CX  TO  CC-IDX.
       FNDCAT-EXIT.  EXIT.

       PRINT-REGION-HEADING.
           MOVE  WS-CUR-REGION  TO  RH-B3CD.
           MOVE  REF-TYPE-REGION  TO  RFTYPE OF REFCDS-RECORD.
           MOVE  WS-CUR-REGION    TO  RFCODE OF REFCDS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-REFCDS.
           READ  REFCDS-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-REFCDS
           END-READ.
           IF  RECORD-FOUND-REFCDS = "Y"
               MOVE  RFDESC OF REFCDS-RECORD  TO  RH-DESC
           ELSE
               MOVE  ALL "-"  TO  RH-DESC
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-REGION-HEADING
                  AFTER ADVANCING 2 LINES.
       PRRGH-EXIT.  EXIT.

       PRINT-SLM-HEADING.
           PERFORM LOOKUP-SLMEN-ROUTINE  THRU  LKSLM-EXIT.
           MOVE  WS-CUR-PERSON  TO  SH-PERSON.
           MOVE  PNAME OF SLMEN-RECORD  TO  SH-PNAME.
           WRITE  LIST-RECORD  FROM  WS-SLM-HEADING
                  AFTER ADVANCING 2 LINES.
           INITIALIZE  WS-CATEGORY-TABLE  REPLACING NUMERIC BY ZEROS.
           MOVE  "N"  TO  WS-SLM-BY-CAT.
       PRSLH-EXIT.  EXIT.

       LOOKUP-SLMEN-ROUTINE.
           MOVE  ALL "-"  TO  PNAME OF SLMEN-RECORD.
           MOVE  WS-CUR-PERSON  TO  PERSON OF SLMEN-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLMEN.
           READ  SLMEN-FILE
                 INVALID KEY
                     MOVE "N"  TO  RECORD-FOUND-SLMEN
                     MOVE  ALL "-"  TO  PNAME OF SLMEN-RECORD
           END-READ.
       LKSLM-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-SLM-TOTALS                                             *
      *  A LINE PER CATEGORY FOR A SALESMAN QUOTED BY CATEGORY, THEN  *
      *  THE SALESMAN TOTAL - FLAGGED LOW WHEN THE YEAR-TO-DATE SALES *
      *  ARE BELOW THE THRESHOLD PERCENTAGE OF THE YEAR-TO-DATE       *
      *  QUOTA.                                                       *
      *****************************************************************
       PRINT-SLM-TOTALS.
           IF  WS-SLM-BY-CAT = "Y"
               PERFORM PRINT-CATEGORY-LINE  THRU  PRCAT-EXIT
                       VARYING  CX  FROM  1  BY  1
                       UNTIL  CX > 8
           END-IF.
           PERFORM ADD-CATEGORY-TOTALS  THRU  ADDCAT-EXIT
                   VARYING  CX  FROM  1  BY  1
                   UNTIL  CX > 8.
           MOVE  WS-SLM-TOTALS  TO  WS-LINE-AMOUNTS.
           PERFORM FORMAT-TOTAL-LINE  THRU  FMTTOT-EXIT.
           MOVE  "SALESMAN TOTAL"  TO  TL-LABEL.
           IF  SL-YQTA > ZERO
               COMPUTE  WS-PCT  ROUNDED  =  SL-YACT * 100 / SL-YQTA
                   ON SIZE ERROR
                      MOVE  9999.9  TO  WS-PCT
               END-COMPUTE
               IF  WS-PCT < WS-THRESHOLD
                   MOVE  "*LOW*"  TO  TL-FLAG
                   ADD  1  TO  GT-LOW
               END-IF
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           ADD  1        TO  GT-SALESMEN.
           ADD  SL-PQTA  TO  RG-PQTA.
           ADD  SL-PACT  TO  RG-PACT.
           ADD  SL-YQTA  TO  RG-YQTA.
           ADD  SL-YACT  TO  RG-YACT.
           INITIALIZE  WS-SLM-TOTALS  REPLACING NUMERIC BY ZEROS.
       PRSLM-EXIT.  EXIT.

      *�A CATEGORY WITH NEITHER QUOTA NOR SALES IS NOT PRINTED.
       PRINT-CATEGORY-LINE.
           IF  CT-PQTA (CX) = ZERO  AND  CT-PACT (CX) = ZERO
                AND  CT-YQTA (CX) = ZERO  AND  CT-YACT (CX) = ZERO
               GO  PRCAT-EXIT
           END-IF.
           MOVE  CT-ENTRY (CX)  TO  WS-LINE-AMOUNTS.
           PERFORM FORMAT-TOTAL-LINE  THRU  FMTTOT-EXIT.
           IF  CX < 8
               MOVE  SPACES  TO  TL-LABEL
               STRING  "  CATEGORY "  CC-PCAT (CX)
                       DELIMITED BY SIZE  INTO  TL-LABEL
           ELSE
               MOVE  "  NO CATEGORY"  TO  TL-LABEL
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
       PRCAT-EXIT.  EXIT.

       ADD-CATEGORY-TOTALS.
           ADD  CT-PQTA (CX)  TO  SL-PQTA.
           ADD  CT-PACT (CX)  TO  SL-PACT.
           ADD  CT-YQTA (CX)  TO  SL-YQTA.
           ADD  CT-YACT (CX)  TO  SL-YACT.
       ADDCAT-EXIT.  EXIT.

      *****************************************************************
      *  FORMAT-TOTAL-LINE                                            *
      *  FILLS THE PERIOD AND YEAR-TO-DATE FIGURES FROM THE LINE      *
      *  AMOUNTS - VARIANCE IS ACTUAL LESS QUOTA, AND THE PERCENTAGE  *
      *  OF QUOTA IS LEFT BLANK WHERE THERE IS NO QUOTA.              *
      *****************************************************************
       FORMAT-TOTAL-LINE.
           MOVE  SPACES  TO  WS-TOTAL-LINE.
           MOVE  LA-PQTA  TO  TL-PQTA.
           MOVE  LA-PACT  TO  TL-PACT.
           COMPUTE  TL-PVAR  =  LA-PACT - LA-PQTA.
           MOVE  SPACES  TO  TL-PPCT.
           IF  LA-PQTA > ZERO
               COMPUTE  WS-PCT  ROUNDED  =  LA-PACT * 100 / LA-PQTA
                   ON SIZE ERROR
                      MOVE  9999.9  TO  WS-PCT
               END-COMPUTE
               MOVE  WS-PCT       TO  WS-PCT-EDIT
               MOVE  WS-PCT-EDIT  TO  TL-PPCT
           END-IF.
           MOVE  LA-YQTA  TO  TL-YQTA.
           MOVE  LA-YACT  TO  TL-YACT.
           COMPUTE  TL-YVAR  =  LA-YACT - LA-YQTA.
           MOVE  SPACES  TO  TL-YPCT.
           IF  LA-YQTA > ZERO
               COMPUTE  WS-PCT  ROUNDED  =  LA-YACT * 100 / LA-YQTA
                   ON SIZE ERROR
                      MOVE  9999.9  TO  WS-PCT
               END-COMPUTE
               MOVE  WS-PCT       TO  WS-PCT-EDIT
               MOVE  WS-PCT-EDIT  TO  TL-YPCT
           END-IF.
       FMTTOT-EXIT.  EXIT.

       PRINT-RGN-TOTALS.
           MOVE  WS-RGN-TOTALS  TO  WS-LINE-AMOUNTS.
           PERFORM FORMAT-TOTAL-LINE  THRU  FMTTOT-EXIT.
           MOVE  "REGION TOTAL"  TO  TL-LABEL.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           ADD  RG-PQTA  TO  GT-PQTA.
           ADD  RG-PACT  TO  GT-PACT.
           ADD  RG-YQTA  TO  GT-YQTA.
           ADD  RG-YACT  TO  GT-YACT.
           INITIALIZE  WS-RGN-TOTALS  REPLACING NUMERIC BY ZEROS.
       PRRGN-EXIT.  EXIT.

       PRINT-GRAND-TOTALS.
           MOVE  GT-PQTA  TO  LA-PQTA.
           MOVE  GT-PACT  TO  LA-PACT.
           MOVE  GT-YQTA  TO  LA-YQTA.
           MOVE  GT-YACT  TO  LA-YACT.
           PERFORM FORMAT-TOTAL-LINE  THRU  FMTTOT-EXIT.
           MOVE  "GRAND TOTAL"  TO  TL-LABEL.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "SALESMEN REPORTED:"  TO  CL-LABEL.
           MOVE  GT-SALESMEN  TO  CL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-COUNT-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "SALESMEN BELOW THRESHOLD:"  TO  CL-LABEL.
           MOVE  GT-LOW  TO  CL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-COUNT-LINE
                  AFTER ADVANCING 1 LINE.
       PRGRT-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-BUCKET-PROOF                                           *
      *  THE INVOICES POSTED IN THE PERIOD AGAINST THE SALES REPORTED *
      *  AND, FOR THE LATEST ROLLED PERIOD, AGAINST THE CUSTS PRIOR-  *
      *  PERIOD BUCKET THE ROLL FILLED FROM THE SAME POSTINGS.        *
      *****************************************************************
       PRINT-BUCKET-PROOF.
           MOVE  "INVOICES POSTED IN PERIOD:"  TO  PL-LABEL.
           MOVE  GT-INV-COUNT   TO  PL-COUNT.
           MOVE  GT-INV-AMOUNT  TO  PL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-PROOF-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "PERIOD SALES REPORTED:"  TO  PL-LABEL.
           MOVE  ZERO     TO  PL-COUNT.
           MOVE  GT-PACT  TO  PL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-PROOF-LINE
                  AFTER ADVANCING 1 LINE.
           IF  WS-LATEST-PERIOD NOT = "Y"
               MOVE  "CUSTS BUCKET CHECK ONLY FOR LATEST ROLLED PERIOD."
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
               GO  PRBKT-EXIT
           END-IF.
           PERFORM SUM-CUSTS-BUCKETS  THRU  SUMBKT-EXIT.
           MOVE  "CUSTS PRIOR-PERIOD SALES (XWF1VA):"  TO  PL-LABEL.
           MOVE  ZERO  TO  PL-COUNT.
           MOVE  GT-BUCKET-AMOUNT  TO  PL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-PROOF-LINE
                  AFTER ADVANCING 1 LINE.
           COMPUTE  GT-DIFFERENCE  =  GT-BUCKET-AMOUNT - GT-INV-AMOUNT.
           MOVE  "DIFFERENCE:"  TO  PL-LABEL.
           MOVE  ZERO  TO  PL-COUNT.
           MOVE  GT-DIFFERENCE  TO  PL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-PROOF-LINE
                  AFTER ADVANCING 1 LINE.
           IF  GT-DIFFERENCE NOT = ZERO
                OR  GT-PACT NOT = GT-INV-AMOUNT
               MOVE  "*** PERIOD SALES DO NOT TIE TO CUSTS BUCKETS ***"
                                      TO  PE-TEXT
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
       PRBKT-EXIT.  EXIT.

       SUM-CUSTS-BUCKETS.
           MOVE  ZERO  TO  GT-BUCKET-AMOUNT.
           MOVE  LOW-VALUES  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           START  CUSTS-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF CUSTS-RECORD
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-START.
           PERFORM ADD-ONE-BUCKET  THRU  ADD1B-EXIT
                   UNTIL  RECORD-FOUND-CUSTS = "N".
       SUMBKT-EXIT.  EXIT.

       ADD-ONE-BUCKET.
           READ  CUSTS-FILE  NEXT RECORD
                 AT END
                    MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "Y"
               ADD  XWF1VA OF CUSTS-RECORD  TO  GT-BUCKET-AMOUNT
           END-IF.
       ADD1B-EXIT.  EXIT.
