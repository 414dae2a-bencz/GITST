       DATE-WRITTEN.   22 AUG. 2026.

      * Dormant account and collection exposure aging report - bands
      * every customer still carrying an AR balance (XWIDV0) by how
      * far past due its oldest open invoice on INVOIC-FILE is (not
      * yet due / 1-30 / 31-60 / 61-90 / over 90 days past due),
      * grouped by salesman so each rep gets their own section to
      * chase, with the last sale date XWASDT, last payment date
      * XWBQDT, credit limit XWGIVA and hold flag XWDAST on every
      * line. Under each customer every open invoice is listed with
      * its date, due date, open amount and days overdue, followed
      * by any part of the balance carried from before invoicing
      * that no open invoice accounts for. A balance with no open
      * invoice at all is banded after the past-due bands, aged as
      * before by days since the last sale date (under 90 / 90-179 /
      * 180-364 / 365 and over, a zero or unusable date counting as
      * the oldest). An account with a balance, no payment in over a
      * year and no credit hold is flagged "REVIEW FOR HOLD/WRITE-
      * OFF" - the collector raises any write-off in CBCUSWOR for a
      * supervisor to approve. CUSTS-FILE is keyed by customer code,
      * so the detail is sorted on salesman, band and code before
      * the control breaks print.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                        WITH DUPLICATES.

           SELECT INVOIC-FILE
               ASSIGN TO DATABASE-INVOIC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVOIC-RECORD
               FILE STATUS IS INVOIC-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO DISK-SORTWK.

       01  SLMEN-RECORD.
           COPY DDS-RSLMEN  OF  SLMEN.

       FD  INVOIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOIC-RECORD.
           COPY DDS-INVOICR     OF  INVOIC.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SA-PERSON           PIC X(05).
           05  SA-XWGIVA           PIC S9(9)V99   COMP-3.
           05  SA-XWDAST           PIC X(01).
           05  SA-REVIEW           PIC X(01).
           05  SA-INV-OPEN         PIC S9(11)V99  COMP-3.

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.

       WORKING-STORAGE SECTION.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X   VALUE SPACES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  SORT-EOF                PIC X   VALUE "N".
           02  WS-FIRST-RECORD         PIC X   VALUE "Y".
           02  WS-CUR-PERSON           PIC X(05) VALUE SPACES.
           02  WS-DAYS-SINCE           PIC S9(07) VALUE 0.
           02  WS-SALE-DAYS            PIC S9(07) VALUE 0.
           02  WS-PAY-DAYS             PIC S9(07) VALUE 0.
           02  WS-OVERDUE-DAYS         PIC S9(07) VALUE 0.
           02  WS-OPEN-COUNT           PIC 9(05) VALUE 0.
           02  WS-OPEN-AMOUNT          PIC S9(11)V99 VALUE 0.
           02  WS-OLDEST-DUE           PIC 9(08) VALUE 0.
           02  WS-OFF-INVOICE          PIC S9(11)V99 VALUE 0.
           02  WS-INV-CUST             PIC X(05) VALUE SPACES.

       01  WS-CONSTANTS.
           02  HOLD-FLAG               PIC X(01) VALUE "H".
       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(50) VALUE
               "COLLECTION EXPOSURE AGING BY OPEN INVOICE".
           02  FILLER            PIC X(12) VALUE "RUN DATE:".
           02  HD-RUNDATE        PIC 9(08).
           02  FILLER            PIC X(61) VALUE SPACES.
           02  DL-REVIEW         PIC X(24).
           02  FILLER            PIC X(26) VALUE SPACES.

      * ONE LINE PER OPEN INVOICE UNDER THE CUSTOMER'S DETAIL LINE
       01  WS-INVOICE-LINE.
           02  FILLER            PIC X(08) VALUE SPACES.
           02  FILLER            PIC X(08) VALUE "INVOICE".
           02  IL-INVNO          PIC 9(07).
           02  FILLER            PIC X(08) VALUE "  DATED".
           02  IL-INDT           PIC 9(08).
           02  FILLER            PIC X(06) VALUE "  DUE".
           02  IL-DUDT           PIC 9(08).
           02  FILLER            PIC X(07) VALUE "  OPEN".
           02  IL-OPEN           PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  IL-DAYS           PIC ZZZZZZ9 BLANK WHEN ZERO.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  IL-DAYS-TEXT      PIC X(12).
           02  FILLER            PIC X(37) VALUE SPACES.

       01  WS-OFF-INVOICE-LINE.
           02  FILLER            PIC X(08) VALUE SPACES.
           02  FILLER            PIC X(45) VALUE
               "BALANCE NOT ON AN OPEN INVOICE".
           02  OL-AMOUNT         PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(66) VALUE SPACES.

       01  WS-SLM-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(25) VALUE
       OPEN-FILES.
           OPEN  INPUT   CUSTS-FILE
                         SLMEN-FILE
                         INVOIC-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  CUSTS-FILE
                  SLMEN-FILE
                  INVOIC-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-CUSTS-PARA                                           *
      *  RELEASES ONE SORT RECORD PER CUSTOMER STILL CARRYING AN AR   *
      *  BALANCE, BANDED BY DAYS PAST DUE OF THE OLDEST OPEN INVOICE  *
      *  (OR, WITH NO OPEN INVOICE, BY DAYS SINCE THE LAST SALE) AND  *
      *  FLAGGED FOR REVIEW WHERE NO PAYMENT HAS ARRIVED IN OVER A    *
      *  YEAR AND NO HOLD IS SET.                                     *
      *****************************************************************
       RELEASE-CUSTS-PARA.
           PERFORM READ-NEXT-CUSTS-FILE  THRU  RNDTLF-EXIT.
           MOVE  XWBQDT OF CUSTS-RECORD  TO  WS-DATE-IN.
           PERFORM  DAYS-SINCE-ROUTINE  THRU  DAYSSN-EXIT.
           MOVE  WS-DAYS-SINCE  TO  WS-PAY-DAYS.
           PERFORM  SCAN-OPEN-INVOICES  THRU  SCNINV-EXIT.
           MOVE  PERSON OF CUSTS-RECORD  TO  SA-PERSON.
           IF  WS-OPEN-COUNT = ZERO
               EVALUATE  TRUE
                 WHEN  WS-SALE-DAYS < 90
                   MOVE  6  TO  SA-BAND
                 WHEN  WS-SALE-DAYS < 180
                   MOVE  7  TO  SA-BAND
                 WHEN  WS-SALE-DAYS < 365
                   MOVE  8  TO  SA-BAND
                 WHEN  OTHER
                   MOVE  9  TO  SA-BAND
               END-EVALUATE
           ELSE
               MOVE  WS-OLDEST-DUE  TO  WS-DATE-IN
               PERFORM  DAYS-SINCE-ROUTINE  THRU  DAYSSN-EXIT
               MOVE  WS-DAYS-SINCE  TO  WS-OVERDUE-DAYS
               EVALUATE  TRUE
                 WHEN  WS-OVERDUE-DAYS < 1
                   MOVE  1  TO  SA-BAND
                 WHEN  WS-OVERDUE-DAYS < 31
                   MOVE  2  TO  SA-BAND
                 WHEN  WS-OVERDUE-DAYS < 61
                   MOVE  3  TO  SA-BAND
                 WHEN  WS-OVERDUE-DAYS < 91
                   MOVE  4  TO  SA-BAND
                 WHEN  OTHER
                   MOVE  5  TO  SA-BAND
               END-EVALUATE
           END-IF.
           MOVE  WS-OPEN-AMOUNT  TO  SA-INV-OPEN.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  SA-XWBCCD.
           MOVE  XWG4TX OF CUSTS-RECORD  TO  SA-XWG4TX.
           MOVE  XWASDT OF CUSTS-RECORD  TO  SA-XWASDT.
           PERFORM READ-NEXT-CUSTS-FILE  THRU  RNDTLF-EXIT.
       REL1C-EXIT.  EXIT.

      *****************************************************************
      *  SCAN-OPEN-INVOICES                                           *
      *  COUNTS AND TOTALS THE CUSTOMER'S OPEN INVOICES AND FINDS THE *
      *  EARLIEST DUE DATE AMONG THEM.                                *
      *****************************************************************
       SCAN-OPEN-INVOICES.
           MOVE  ZERO  TO  WS-OPEN-COUNT  WS-OPEN-AMOUNT  WS-OLDEST-DUE.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  WS-INV-CUST.
           PERFORM  START-CUST-INVOICES  THRU  STCINV-EXIT.
           PERFORM  SCAN-ONE-INVOICE  THRU  SCN1IV-EXIT
                    UNTIL  RECORD-FOUND-INVOIC = "N".
       SCNINV-EXIT.  EXIT.

       SCAN-ONE-INVOICE.
           PERFORM  READ-NEXT-CUST-INVOICE  THRU  RNCINV-EXIT.
           IF  RECORD-FOUND-INVOIC = "Y"
                AND  IVSTAT OF INVOIC-RECORD = "O"
               ADD  1  TO  WS-OPEN-COUNT
               ADD  IVOPEN OF INVOIC-RECORD  TO  WS-OPEN-AMOUNT
               IF  WS-OLDEST-DUE = ZERO
                    OR  IVDUDT OF INVOIC-RECORD < WS-OLDEST-DUE
                   MOVE  IVDUDT OF INVOIC-RECORD  TO  WS-OLDEST-DUE
               END-IF
           END-IF.
       SCN1IV-EXIT.  EXIT.

      *�POSITIONS INVOIC-FILE AHEAD OF THE FIRST INVOICE OF THE
      *�CUSTOMER IN WS-INV-CUST.
       START-CUST-INVOICES.
           MOVE  WS-INV-CUST  TO  IVBCCD OF INVOIC-RECORD.
           MOVE  ZERO  TO  IVINNO OF INVOIC-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-INVOIC.
           START  INVOIC-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF INVOIC-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-INVOIC
           END-START.
       STCINV-EXIT.  EXIT.

      *�READS THE NEXT INVOICE OF THE CUSTOMER IN WS-INV-CUST; "N" AT
      *�THE END OF THE FILE OR OF THAT CUSTOMER'S INVOICES.
       READ-NEXT-CUST-INVOICE.
           READ  INVOIC-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-INVOIC
           END-READ.
           IF  RECORD-FOUND-INVOIC = "Y"
                AND  IVBCCD OF INVOIC-RECORD NOT = WS-INV-CUST
               MOVE  "N"  TO  RECORD-FOUND-INVOIC
           END-IF.
       RNCINV-EXIT.  EXIT.

      *****************************************************************
      *  DAYS-SINCE-ROUTINE                                           *
      *  DAYS FROM WS-DATE-IN (CCYYMMDD) TO TODAY. A ZERO OR          *
               PERFORM PRINT-BAND-HEADING  THRU  PRBND-EXIT
           END-IF.
           PERFORM PRINT-DETAIL-LINE  THRU  PRDTL-EXIT.
           PERFORM PRINT-OPEN-INVOICES  THRU  PROPIV-EXIT.
           ADD  1  TO  SL-COUNT  GT-COUNT.
           ADD  SA-XWIDV0  TO  SL-BALANCE  GT-BALANCE.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
       PRINT-BAND-HEADING.
           EVALUATE  WS-CUR-BAND
             WHEN  1
               MOVE  "NOT YET DUE"                   TO  BH-TEXT
             WHEN  2
               MOVE  "1-30 DAYS PAST DUE"            TO  BH-TEXT
             WHEN  3
               MOVE  "31-60 DAYS PAST DUE"           TO  BH-TEXT
             WHEN  4
               MOVE  "61-90 DAYS PAST DUE"           TO  BH-TEXT
             WHEN  5
               MOVE  "OVER 90 DAYS PAST DUE"         TO  BH-TEXT
             WHEN  6
               MOVE  "NO INVOICE, SALE UNDER 90 DAYS"    TO  BH-TEXT
             WHEN  7
               MOVE  "NO INVOICE, SALE 90-179 DAYS"      TO  BH-TEXT
             WHEN  8
               MOVE  "NO INVOICE, SALE 180-364 DAYS"     TO  BH-TEXT
             WHEN  OTHER
               MOVE  "NO INVOICE, 365+ DAYS/NO SALE"     TO  BH-TEXT
           END-EVALUATE.
           WRITE  LIST-RECORD  FROM  WS-BAND-HEADING
                  AFTER ADVANCING 1 LINE.
                  AFTER ADVANCING 1 LINE.
       PRDTL-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-OPEN-INVOICES                                          *
      *  LISTS EACH OPEN INVOICE OF THE CUSTOMER, OLDEST FIRST, WITH  *
      *  ITS DAYS OVERDUE, THEN ANY PART OF THE BALANCE CARRIED FROM  *
      *  BEFORE INVOICING THAT NO OPEN INVOICE ACCOUNTS FOR.          *
      *****************************************************************
       PRINT-OPEN-INVOICES.
           MOVE  SA-XWBCCD  TO  WS-INV-CUST.
           PERFORM  START-CUST-INVOICES  THRU  STCINV-EXIT.
           PERFORM  PRINT-ONE-INVOICE  THRU  PR1IV-EXIT
                    UNTIL  RECORD-FOUND-INVOIC = "N".
           COMPUTE  WS-OFF-INVOICE  =  SA-XWIDV0  -  SA-INV-OPEN.
           IF  WS-OFF-INVOICE NOT = ZERO
               MOVE  WS-OFF-INVOICE  TO  OL-AMOUNT
               WRITE  LIST-RECORD  FROM  WS-OFF-INVOICE-LINE
                      AFTER ADVANCING 1 LINE
           END-IF.
       PROPIV-EXIT.  EXIT.

       PRINT-ONE-INVOICE.
           PERFORM  READ-NEXT-CUST-INVOICE  THRU  RNCINV-EXIT.
           IF  RECORD-FOUND-INVOIC = "N"
                OR  IVSTAT OF INVOIC-RECORD NOT = "O"
               GO  PR1IV-EXIT
           END-IF.
           MOVE  IVINNO OF INVOIC-RECORD  TO  IL-INVNO.
           MOVE  IVINDT OF INVOIC-RECORD  TO  IL-INDT.
           MOVE  IVDUDT OF INVOIC-RECORD  TO  IL-DUDT.
           MOVE  IVOPEN OF INVOIC-RECORD  TO  IL-OPEN.
           MOVE  IVDUDT OF INVOIC-RECORD  TO  WS-DATE-IN.
           PERFORM  DAYS-SINCE-ROUTINE  THRU  DAYSSN-EXIT.
           IF  WS-DAYS-SINCE > ZERO
               MOVE  WS-DAYS-SINCE     TO  IL-DAYS
               MOVE  "DAYS OVERDUE"    TO  IL-DAYS-TEXT
           ELSE
               MOVE  ZERO              TO  IL-DAYS
               MOVE  "NOT YET DUE"     TO  IL-DAYS-TEXT
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-INVOICE-LINE
                  AFTER ADVANCING 1 LINE.
       PR1IV-EXIT.  EXIT.

       PRINT-SLM-TOTALS.
           MOVE  SL-COUNT    TO  ST-COUNT.
           MOVE  SL-BALANCE  TO  ST-BALANCE.
