
      * Collection letter run - one pass over CUSTS-FILE generating a
      * formatted dunning letter per eligible customer, using the
      * same inputs as the CBCUSAGE aging bands: the open invoices on
      * INVOIC-FILE, the AR balance XWIDV0 and the last payment date
      * XWBQDT. A customer is chased when a balance is owing, the
      * oldest open invoice is more than 30 days past its due date
      * and no payment has arrived inside the quiet period. A
      * balance carried from before invoicing, with no open invoice
      * behind it, is still chased on the old rule - the last sale
      * XWASDT 90 or more days back (no usable sale date ages into
      * the oldest band, as in CBCUSAGE). Each letter lists the
      * invoices that are past due.
      *
      * DUNCTL-FILE carries one dunning state record per customer -
      * the current letter level and the date the last letter went
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF DUNCTL-RECORD
               FILE STATUS IS DUNCTL-FILE-STATUS.

           SELECT INVOIC-FILE
               ASSIGN TO DATABASE-INVOIC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVOIC-RECORD
               FILE STATUS IS INVOIC-FILE-STATUS.

           SELECT LIST-FILE
               ASSIGN TO PRINTER-QSYSPRT
               ORGANIZATION IS SEQUENTIAL.
       01  DUNCTL-RECORD.
           COPY DDS-DUNCTLR OF DUNCTL.

       FD  INVOIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOIC-RECORD.
           COPY DDS-INVOICR     OF  INVOIC.

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).
       01  SHPTOA-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  DUNCTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-SHPTOA     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSHST     PIC X   VALUE SPACES.
           02  RECORD-FOUND-DUNCTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  WS-ELIGIBLE             PIC X   VALUE SPACES.
           02  WS-SUPPRESSED           PIC X   VALUE SPACES.
           02  WS-LETTER-LEVEL         PIC 9(01) VALUE 0.
           02  WS-SALE-DAYS            PIC S9(07) VALUE 0.
           02  WS-PAY-DAYS             PIC S9(07) VALUE 0.
           02  WS-GRACE-DAYS           PIC 9(03) VALUE 0.
           02  WS-OVERDUE-DAYS         PIC S9(07) VALUE 0.
           02  WS-OPEN-COUNT           PIC 9(05) VALUE 0.
           02  WS-OLDEST-DUE           PIC 9(08) VALUE 0.
           02  WS-INV-CUST             PIC X(05) VALUE SPACES.

       01  WS-CONSTANTS.
      *        DAYS THE OLDEST OPEN INVOICE MUST BE PAST DUE BEFORE
      *        A CUSTOMER IS CHASED - THE START OF THE 31-60 BAND
           02  PAST-DUE-DAYS           PIC 9(03) VALUE 31.
      *        DAYS SINCE THE LAST SALE BEFORE A BALANCE WITH NO OPEN
      *        INVOICE BEHIND IT IS CHASED
           02  DORMANT-DAYS            PIC 9(03) VALUE 90.
      *        DAYS WITHOUT A PAYMENT BEFORE A CUSTOMER IS CHASED
           02  PAY-QUIET-DAYS          PIC 9(03) VALUE 60.
           02  LP-TEXT           PIC X(20).
           02  FILLER            PIC X(82) VALUE SPACES.

       01  WS-INVOICE-LINE.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  FILLER            PIC X(08) VALUE "INVOICE".
           02  IL-INVNO          PIC 9(07).
           02  FILLER            PIC X(08) VALUE "  DATED".
           02  IL-INDT           PIC 9(08).
           02  FILLER            PIC X(06) VALUE "  DUE".
           02  IL-DUDT           PIC 9(08).
           02  FILLER            PIC X(07) VALUE "  OPEN".
           02  IL-OPEN           PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  IL-DAYS           PIC ZZZZZZ9.
           02  FILLER            PIC X(13) VALUE " DAYS OVERDUE".
           02  FILLER            PIC X(40) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  SM-LABEL          PIC X(30) VALUE SPACES.
           OPEN  INPUT   CUSTS-FILE
                         SHPTOA-FILE
                         CUSHST-FILE
                         INVOIC-FILE
                 I-O     DUNCTL-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.
                  SHPTOA-FILE
                  CUSHST-FILE
                  DUNCTL-FILE
                  INVOIC-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.


      *****************************************************************
      *  CHECK-ELIGIBLE-ROUTINE                                        *
      *  THE CBCUSAGE BANDING INPUTS - A BALANCE OWING, THE OLDEST     *
      *  OPEN INVOICE PAST-DUE-DAYS OR MORE PAST DUE (OR, WITH NO OPEN *
      *  INVOICE, 90+ DAYS SINCE THE LAST SALE), AND NO PAYMENT INSIDE *
      *  THE QUIET PERIOD.                                             *
      *****************************************************************
       CHECK-ELIGIBLE-ROUTINE.
           MOVE  "N"  TO  WS-ELIGIBLE.
           MOVE  XWBQDT OF CUSTS-RECORD  TO  WS-DATE-IN.
           PERFORM  DAYS-SINCE-ROUTINE  THRU  DAYSSN-EXIT.
           MOVE  WS-DAYS-SINCE  TO  WS-PAY-DAYS.
           IF  WS-PAY-DAYS < PAY-QUIET-DAYS
               GO  CHKELG-EXIT
           END-IF.
           PERFORM  SCAN-OPEN-INVOICES  THRU  SCNINV-EXIT.
           IF  WS-OPEN-COUNT = ZERO
               IF  WS-SALE-DAYS NOT < DORMANT-DAYS
                   MOVE  "Y"  TO  WS-ELIGIBLE
               END-IF
               GO  CHKELG-EXIT
           END-IF.
           MOVE  WS-OLDEST-DUE  TO  WS-DATE-IN.
           PERFORM  DAYS-SINCE-ROUTINE  THRU  DAYSSN-EXIT.
           MOVE  WS-DAYS-SINCE  TO  WS-OVERDUE-DAYS.
           IF  WS-OVERDUE-DAYS NOT < PAST-DUE-DAYS
               MOVE  "Y"  TO  WS-ELIGIBLE
           END-IF.
       CHKELG-EXIT.  EXIT.

      *****************************************************************
      *  SCAN-OPEN-INVOICES                                            *
      *  COUNTS THE CUSTOMER'S OPEN INVOICES AND FINDS THE EARLIEST    *
      *  DUE DATE AMONG THEM.                                          *
      *****************************************************************
       SCAN-OPEN-INVOICES.
           MOVE  ZERO  TO  WS-OPEN-COUNT  WS-OLDEST-DUE.
           PERFORM  START-CUST-INVOICES  THRU  STCINV-EXIT.
           PERFORM  SCAN-ONE-INVOICE  THRU  SCN1IV-EXIT
                    UNTIL  RECORD-FOUND-INVOIC = "N".
       SCNINV-EXIT.  EXIT.

       SCAN-ONE-INVOICE.
           PERFORM  READ-NEXT-CUST-INVOICE  THRU  RNCINV-EXIT.
           IF  RECORD-FOUND-INVOIC = "Y"
                AND  IVSTAT OF INVOIC-RECORD = "O"
               ADD  1  TO  WS-OPEN-COUNT
               IF  WS-OLDEST-DUE = ZERO
                    OR  IVDUDT OF INVOIC-RECORD < WS-OLDEST-DUE
                   MOVE  IVDUDT OF INVOIC-RECORD  TO  WS-OLDEST-DUE
               END-IF
           END-IF.
       SCN1IV-EXIT.  EXIT.

      *�POSITIONS INVOIC-FILE AHEAD OF THE FIRST INVOICE OF THE
      *�CUSTOMER BEING REVIEWED.
       START-CUST-INVOICES.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  WS-INV-CUST.
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
      *  CHECK-OVERRIDE-ROUTINE                                        *
      *  SUPPRESSES THE CUSTOMER WHEN THE LATEST CUSHST ROW CARRIES    *
      *****************************************************************
      *  PRINT-LETTER-ROUTINE                                          *
      *  ONE LETTER PER PAGE - DATE, ADDRESS BLOCK, SUBJECT, BODY      *
      *  TEXT FOR THE LEVEL, BALANCE AND LAST PAYMENT LINES, THEN THE  *
      *  INVOICES THAT ARE PAST DUE.                                   *
      *****************************************************************
       PRINT-LETTER-ROUTINE.
           MOVE  WS-SYS-DATE  TO  LD-DATE.
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-LASTPAY-LINE
                  AFTER ADVANCING 1 LINE.
           IF  WS-OPEN-COUNT > ZERO
               MOVE  "THE FOLLOWING INVOICES ARE PAST DUE:"  TO  BL-TEXT
               WRITE  LIST-RECORD  FROM  WS-BODY-LINE
                      AFTER ADVANCING 2 LINES
               PERFORM  START-CUST-INVOICES  THRU  STCINV-EXIT
               PERFORM  PRINT-PAST-DUE-INVOICE  THRU  PRPDIV-EXIT
                        UNTIL  RECORD-FOUND-INVOIC = "N"
           END-IF.
       PRLTR-EXIT.  EXIT.

       PRINT-PAST-DUE-INVOICE.
           PERFORM  READ-NEXT-CUST-INVOICE  THRU  RNCINV-EXIT.
           IF  RECORD-FOUND-INVOIC = "N"
                OR  IVSTAT OF INVOIC-RECORD NOT = "O"
               GO  PRPDIV-EXIT
           END-IF.
           MOVE  IVDUDT OF INVOIC-RECORD  TO  WS-DATE-IN.
           PERFORM  DAYS-SINCE-ROUTINE  THRU  DAYSSN-EXIT.
           IF  WS-DAYS-SINCE NOT > ZERO
               GO  PRPDIV-EXIT
           END-IF.
           MOVE  IVINNO OF INVOIC-RECORD  TO  IL-INVNO.
           MOVE  IVINDT OF INVOIC-RECORD  TO  IL-INDT.
           MOVE  IVDUDT OF INVOIC-RECORD  TO  IL-DUDT.
           MOVE  IVOPEN OF INVOIC-RECORD  TO  IL-OPEN.
           MOVE  WS-DAYS-SINCE            TO  IL-DAYS.
           WRITE  LIST-RECORD  FROM  WS-INVOICE-LINE
                  AFTER ADVANCING 1 LINE.
       PRPDIV-EXIT.  EXIT.

       PRINT-BODY-ROUTINE.
           EVALUATE  WS-LETTER-LEVEL
             WHEN  1
