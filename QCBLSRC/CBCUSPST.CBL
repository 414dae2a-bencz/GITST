      * master sales buckets so CBCUSSAL and CBCUSAGE report what
      * actually shipped instead of what was keyed by hand. One pass
      * over ORDHDR-FILE (keyed by customer, so a customer's orders
      * arrive together): every order in status "S" has its shipped
      * amounts and units accumulated into the customer's
      * current-period buckets XWF0VA/XWF0V0 and the product
      * category buckets XWGAVA-XWGGVA, the last sale date XWASDT
      * stamped with the order date when that is newer, and the order
      * flipped to status "C". The shipped amounts come from the
      * shipped orders register SHPREG-FILE written by the CBCUSSHP
      * confirmation, so a short or partly shipped order posts only
      * what went out, and the register rows are stamped with the
      * posting date SRPSDT. An order set to "S" without going
      * through CBCUSSHP has no register rows and posts its full
      * ORDDTL-FILE lines as before, counted separately on the
      * register totals. A posted order is therefore never in status
      * "S" again, so reprocessing a stretch of the file after an
      * abend cannot post it twice.
      *
      * The run checkpoints through RUNCTL-FILE the same way CBCUSCRD
      * does, but only at a customer boundary - ORDHDR-FILE is keyed
      * customer's own orders behind it. The posting register prints
      * one line per order posted with control totals accounting can
      * tie to the buckets.
      *
      * Every order posted for a non-zero amount also raises an
      * invoice on the open-item file INVOIC-FILE and the amount is
      * added to the AR balance XWIDV0, so the balance is the sum of
      * the customer's open invoices (plus any balance carried from
      * before invoicing). The invoice is dated the posting date and
      * falls due after the number of days in the terms code XWBTCD
      * ("30" = 30 days); a terms code that is not a day count takes
      * DEFAULT-TERMS-DAYS and is counted on the register. The
      * posting register doubles as the invoice register, carrying
      * the invoice number and due date on each order line, and one
      * invoice document per invoice prints on INVDOC-FILE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD
               FILE STATUS IS CUSTS-FILE-STATUS.

           SELECT SHPREG-FILE
               ASSIGN TO DATABASE-SHPREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF SHPREG-RECORD
               FILE STATUS IS SHPREG-FILE-STATUS.

           SELECT INVOIC-FILE
               ASSIGN TO DATABASE-INVOIC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF INVOIC-RECORD
               FILE STATUS IS INVOIC-FILE-STATUS.

           SELECT RUNCTL-FILE
               ASSIGN TO DATABASE-RUNCTL
               ORGANIZATION IS INDEXED
               ASSIGN TO PRINTER-QSYSPRT
               ORGANIZATION IS SEQUENTIAL.

           SELECT INVDOC-FILE
               ASSIGN TO PRINTER-INVPRT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  SHPREG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHPREG-RECORD.
           COPY DDS-SHPREGR     OF  SHPREG.

       FD  INVOIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOIC-RECORD.
           COPY DDS-INVOICR     OF  INVOIC.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       FD  INVDOC-FILE
           LABEL RECORDS ARE OMITTED.
       01  INVDOC-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.
       01  ORDHDR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ORDDTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  SHPREG-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  RUNCTL-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  SYSSTS-FILE-STATUS          PIC X(2) VALUE SPACES.
           02  RECORD-FOUND-ORDHDR     PIC X   VALUE SPACES.
           02  RECORD-FOUND-ORDDTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-SHPREG     PIC X   VALUE SPACES.
           02  WS-FROM-REGISTER        PIC X   VALUE SPACES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  WS-POST-OK              PIC X   VALUE SPACES.
           02  WS-PREV-CUCD            PIC X(05) VALUE SPACES.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-CAT-F-AMT            PIC S9(11)V99 VALUE 0.
           02  WS-CAT-G-AMT            PIC S9(11)V99 VALUE 0.

      * INVOICE WORK FIELDS - NEXT INVOICE NUMBER (FOUND ONCE AT THE
      * START OF THE RUN) AND THE DUE DATE ARITHMETIC.
       01  WS-INVOICE-VARIABLES.
           02  WS-NEXT-INVNO           PIC 9(07) VALUE 0.
           02  WS-INV-RAISED           PIC X   VALUE SPACES.
           02  WS-TERMS-DAYS           PIC 9(03) VALUE 0.
           02  WS-DUE-DATE             PIC 9(08) VALUE 0.

       01  WS-INVOICE-CONSTANTS.
      *        DAYS TO PAY WHEN THE TERMS CODE IS NOT A DAY COUNT
           02  DEFAULT-TERMS-DAYS      PIC 9(03) VALUE 30.

      * REGISTER CONTROL TOTALS
       01  WS-GRAND-TOTALS.
           02  GT-ORDERS-POSTED        PIC 9(07) VALUE 0.
           02  GT-ORDERS-SKIPPED       PIC 9(05) VALUE 0.
           02  GT-ORDERS-NO-REGISTER   PIC 9(05) VALUE 0.
           02  GT-LINES                PIC 9(07) VALUE 0.
           02  GT-UNITS                PIC S9(11) VALUE 0.
           02  GT-AMOUNT               PIC S9(13)V99 VALUE 0.
           02  GT-INVOICES             PIC 9(07) VALUE 0.
           02  GT-INV-AMOUNT           PIC S9(13)V99 VALUE 0.
           02  GT-TERMS-DEFAULTED      PIC 9(05) VALUE 0.

      * RUN-CONTROL WORK FIELDS - RUN RECORD AT START, CHECKPOINTED
      * AT CUSTOMER BOUNDARIES, CLOSED AT END; AN ABENDED POSTING
       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(40) VALUE
               "SALES POSTING AND INVOICE REGISTER".
           02  FILLER            PIC X(12) VALUE "RUN DATE:".
           02  HD-RUNDATE        PIC 9(08).
           02  FILLER            PIC X(71) VALUE SPACES.
           02  FILLER            PIC X(07) VALUE "LINES".
           02  FILLER            PIC X(12) VALUE "      UNITS".
           02  FILLER            PIC X(15) VALUE "         AMOUNT".
           02  FILLER            PIC X(02) VALUE SPACES.
           02  FILLER            PIC X(09) VALUE "INVOICE".
           02  FILLER            PIC X(08) VALUE "DUE DATE".
           02  FILLER            PIC X(21) VALUE SPACES.

       01  WS-DETAIL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  DL-LINES          PIC ZZZZ9.
           02  DL-UNITS          PIC ZZZ,ZZZ,ZZ9-.
           02  DL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-INVNO          PIC 9(07) BLANK WHEN ZERO.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-DUDT           PIC 9(08) BLANK WHEN ZERO.
           02  FILLER            PIC X(20) VALUE SPACES.

       01  WS-SKIP-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  AL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(84) VALUE SPACES.

      * INVOICE DOCUMENT LINES - ONE PAGE PER INVOICE ON INVDOC-FILE.
       01  WS-INV-TITLE-LINE.
           02  FILLER            PIC X(60) VALUE SPACES.
           02  FILLER            PIC X(12) VALUE "INVOICE".
           02  FILLER            PIC X(10) VALUE "NUMBER:".
           02  IT-INVNO          PIC 9(07).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  FILLER            PIC X(06) VALUE "DATE:".
           02  IT-INDT           PIC 9(08).
           02  FILLER            PIC X(25) VALUE SPACES.

       01  WS-INV-ADDR-LINE-1.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  IA1-NAME          PIC X(30).
           02  FILLER            PIC X(97) VALUE SPACES.

       01  WS-INV-ADDR-LINE-2.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  IA2-ADDR          PIC X(30).
           02  FILLER            PIC X(97) VALUE SPACES.

       01  WS-INV-ADDR-LINE-3.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  IA3-CITY          PIC X(20).
           02  FILLER            PIC X(01) VALUE SPACES.
           02  IA3-STATE         PIC X(02).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  IA3-POSTAL        PIC X(10).
           02  FILLER            PIC X(92) VALUE SPACES.

       01  WS-INV-REF-LINE.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  FILLER            PIC X(09) VALUE "ACCOUNT:".
           02  IR-XWBCCD         PIC X(05).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  FILLER            PIC X(07) VALUE "ORDER:".
           02  IR-ORNO           PIC 9(07).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  FILLER            PIC X(07) VALUE "TERMS:".
           02  IR-BTCD           PIC X(02).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  FILLER            PIC X(10) VALUE "DUE DATE:".
           02  IR-DUDT           PIC 9(08).
           02  FILLER            PIC X(60) VALUE SPACES.

       01  WS-INV-COL-HEADING.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  FILLER            PIC X(06) VALUE "LINE".
           02  FILLER            PIC X(10) VALUE "CATEGORY".
           02  FILLER            PIC X(12) VALUE "       UNITS".
           02  FILLER            PIC X(17) VALUE "           AMOUNT".
           02  FILLER            PIC X(82) VALUE SPACES.

       01  WS-INV-DETAIL-LINE.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  ID-LNNO           PIC 9(03).
           02  FILLER            PIC X(06) VALUE SPACES.
           02  ID-PCAT           PIC X(01).
           02  FILLER            PIC X(06) VALUE SPACES.
           02  ID-UNITS          PIC ZZZ,ZZZ,ZZ9-.
           02  ID-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(82) VALUE SPACES.

       01  WS-INV-TOTAL-LINE.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  FILLER            PIC X(28) VALUE "INVOICE TOTAL".
           02  IX-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(82) VALUE SPACES.

       01  WS-INV-TERMS-LINE.
           02  FILLER            PIC X(05) VALUE SPACES.
           02  FILLER            PIC X(27) VALUE
               "PLEASE REMIT IN FULL BY".
           02  IP-DUDT           PIC 9(08).
           02  FILLER            PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM SYSSTS-SET-ROUTINE  THRU  SSSET-EXIT.
           PERFORM RUNCTL-START-ROUTINE  THRU  RCSTART-EXIT.
           PERFORM RUNCTL-POSITION-ROUTINE  THRU  RCPOS-EXIT.
           PERFORM NEXT-INVNO-ROUTINE  THRU  NXTINV-EXIT.
           IF  RECORD-FOUND-ORDHDR NOT = "N"
               PERFORM READ-NEXT-ORDHDR-FILE  THRU  RNHDR-EXIT
               PERFORM POST-ORDER-RECORD  THRU  PSTORD-EXIT
       OPEN-FILES.
           OPEN  I-O     ORDHDR-FILE
                         CUSTS-FILE
                         SHPREG-FILE
                         INVOIC-FILE
                         RUNCTL-FILE
                         SYSSTS-FILE
                 INPUT   ORDDTL-FILE
                 OUTPUT  LIST-FILE
                         INVDOC-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  ORDHDR-FILE
                  ORDDTL-FILE
                  CUSTS-FILE
                  SHPREG-FILE
                  INVOIC-FILE
                  RUNCTL-FILE
                  SYSSTS-FILE
                  LIST-FILE
                  INVDOC-FILE.
       CLOSEF-EXIT.  EXIT.

       PRINT-HEADINGS.
      *  POST-ONE-ORDER                                                *
      *  ACCUMULATES THE ORDER'S LINES, ADDS THEM INTO THE CUSTOMER'S  *
      *  CURRENT-PERIOD AND CATEGORY BUCKETS, STAMPS THE LAST SALE     *
      *  DATE, FLIPS THE ORDER TO STATUS "C", RAISES THE INVOICE,      *
      *  STAMPS ITS SHIPPED REGISTER ROWS AND PRINTS THE REGISTER      *
      *  LINE. AN ORDER WHOSE                                          *
      *  CUSTOMER IS NOT ON FILE IS LEFT IN STATUS "S" AND REPORTED,   *
      *  SO IT SURFACES AGAIN TOMORROW.                                *
      *****************************************************************
       POST-ONE-ORDER.
           PERFORM SUM-ORDER-LINES  THRU  SUMLNS-EXIT.
                           OHORNO OF ORDHDR-RECORD  " STATUS="
                           ORDHDR-FILE-STATUS
           END-REWRITE.
           MOVE  "N"  TO  WS-INV-RAISED.
           IF  WS-ORD-AMT NOT = ZERO
               PERFORM WRITE-INVOICE-ROUTINE  THRU  WRTINV-EXIT
           END-IF.
           IF  WS-INV-RAISED = "Y"
               PERFORM PRINT-INVOICE-DOCUMENT  THRU  PRTINV-EXIT
           END-IF.
           IF  WS-FROM-REGISTER = "Y"
               PERFORM STAMP-REGISTER-ROUTINE  THRU  STMREG-EXIT
           ELSE
               ADD  1  TO  GT-ORDERS-NO-REGISTER
           END-IF.
           PERFORM PRINT-DETAIL-LINE  THRU  PRDTL-EXIT.
           ADD  1  TO  GT-ORDERS-POSTED.
           ADD  WS-ORD-LINES  TO  GT-LINES.
           ADD  WS-ORD-AMT    TO  GT-AMOUNT.
       PST1ORD-EXIT.  EXIT.

      *****************************************************************
      *  SUM-ORDER-LINES                                               *
      *  TOTALS WHAT WENT OUT ON THE ORDER FROM ITS SHIPPED REGISTER   *
      *  ROWS. AN ORDER WITH NO REGISTER ROWS WAS SET TO "S" OUTSIDE   *
      *  SHIPMENT CONFIRMATION AND POSTS ITS FULL ORDER LINES.         *
      *****************************************************************
       SUM-ORDER-LINES.
           INITIALIZE  WS-ORDER-TOTALS  REPLACING NUMERIC BY ZEROS.
           PERFORM START-REGISTER-ROUTINE  THRU  STRREG-EXIT.
           IF  RECORD-FOUND-SHPREG = "Y"
               MOVE  "Y"  TO  WS-FROM-REGISTER
               PERFORM SUM-ONE-REGISTER-ROW  THRU  SUM1RG-EXIT
                       UNTIL  RECORD-FOUND-SHPREG = "N"
               GO  SUMLNS-EXIT
           END-IF.
           MOVE  "N"  TO  WS-FROM-REGISTER.
           MOVE  OHORNO OF ORDHDR-RECORD  TO  ODORNO OF ORDDTL-RECORD.
           MOVE  ZERO  TO  ODLNNO OF ORDDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ORDDTL.
           END-IF.
       SUM1LN-EXIT.  EXIT.

      *�POSITIONS ON THE ORDER'S FIRST SHIPPED REGISTER ROW AND READS
      *�IT; RECORD-FOUND-SHPREG "N" WHEN THE ORDER HAS NONE.
       START-REGISTER-ROUTINE.
           MOVE  OHORNO OF ORDHDR-RECORD  TO  SRORNO OF SHPREG-RECORD.
           MOVE  ZERO  TO  SRLNNO OF SHPREG-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SHPREG.
           START  SHPREG-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF SHPREG-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SHPREG
           END-START.
           PERFORM READ-NEXT-SHPREG-ROW  THRU  RNSREG-EXIT.
       STRREG-EXIT.  EXIT.

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
                            NOT = OHORNO OF ORDHDR-RECORD
               MOVE  "N"  TO  RECORD-FOUND-SHPREG
           END-IF.
       RNSREG-EXIT.  EXIT.

      *�A LINE CONFIRMED AS NOT SHIPPED CARRIES ZERO UNITS AND AMOUNT
      *�AND IS NOT COUNTED AS A POSTED LINE.
       SUM-ONE-REGISTER-ROW.
           IF  SRSHUN OF SHPREG-RECORD NOT = ZERO
                OR  SRAMT OF SHPREG-RECORD NOT = ZERO
               ADD  1  TO  WS-ORD-LINES
               ADD  SRSHUN OF SHPREG-RECORD  TO  WS-ORD-UNITS
               ADD  SRAMT  OF SHPREG-RECORD  TO  WS-ORD-AMT
               EVALUATE  SRPCAT OF SHPREG-RECORD
                 WHEN  "A"
                   ADD  SRAMT OF SHPREG-RECORD  TO  WS-CAT-A-AMT
                 WHEN  "B"
                   ADD  SRAMT OF SHPREG-RECORD  TO  WS-CAT-B-AMT
                 WHEN  "C"
                   ADD  SRAMT OF SHPREG-RECORD  TO  WS-CAT-C-AMT
                 WHEN  "D"
                   ADD  SRAMT OF SHPREG-RECORD  TO  WS-CAT-D-AMT
                 WHEN  "E"
                   ADD  SRAMT OF SHPREG-RECORD  TO  WS-CAT-E-AMT
                 WHEN  "F"
                   ADD  SRAMT OF SHPREG-RECORD  TO  WS-CAT-F-AMT
                 WHEN  "G"
                   ADD  SRAMT OF SHPREG-RECORD  TO  WS-CAT-G-AMT
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-SHPREG-ROW  THRU  RNSREG-EXIT.
       SUM1RG-EXIT.  EXIT.

      *****************************************************************
      *  STAMP-REGISTER-ROUTINE                                        *
      *  MARKS EVERY SHIPPED REGISTER ROW OF THE ORDER JUST POSTED     *
      *  WITH THE POSTING DATE, SO THE WAREHOUSE CAN SEE WHICH         *
      *  SHIPMENTS HAVE REACHED THE SALES BUCKETS.                     *
      *****************************************************************
       STAMP-REGISTER-ROUTINE.
           PERFORM START-REGISTER-ROUTINE  THRU  STRREG-EXIT.
           PERFORM STAMP-ONE-REGISTER-ROW  THRU  STM1RG-EXIT
                   UNTIL  RECORD-FOUND-SHPREG = "N".
       STMREG-EXIT.  EXIT.

       STAMP-ONE-REGISTER-ROW.
           MOVE  WS-SYS-DATE  TO  SRPSDT OF SHPREG-RECORD.
           REWRITE  SHPREG-RECORD
               INVALID KEY
                   DISPLAY "CBCUSPST SHPREG REWRITE FAILED, ORDER="
                           SRORNO OF SHPREG-RECORD  " STATUS="
                           SHPREG-FILE-STATUS
           END-REWRITE.
           PERFORM READ-NEXT-SHPREG-ROW  THRU  RNSREG-EXIT.
       STM1RG-EXIT.  EXIT.

       POST-TO-CUSTOMER-ROUTINE.
           MOVE  "Y"  TO  WS-POST-OK.
           MOVE  OHCUCD OF ORDHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           ADD  WS-CAT-E-AMT  TO  XWGEVA OF CUSTS-RECORD.
           ADD  WS-CAT-F-AMT  TO  XWGFVA OF CUSTS-RECORD.
           ADD  WS-CAT-G-AMT  TO  XWGGVA OF CUSTS-RECORD.
      *�THE INVOICE RAISED FOR THE ORDER IS OWED FROM TODAY.
           ADD  WS-ORD-AMT    TO  XWIDV0 OF CUSTS-RECORD.
      *�THE ORDER DATE IS THE SALE DATE - STAMP IT WHEN IT IS NEWER
      *�THAN THE LAST SALE ALREADY RECORDED.
           IF  OHORDT OF ORDHDR-RECORD > XWASDT OF CUSTS-RECORD
           END-REWRITE.
       PSTCST-EXIT.  EXIT.

      *****************************************************************
      *  NEXT-INVNO-ROUTINE                                            *
      *  INVOIC-FILE IS KEYED BY CUSTOMER, NOT INVOICE NUMBER, SO THE  *
      *  HIGHEST INVOICE NUMBER ASSIGNED SO FAR IS FOUND BY SCANNING   *
      *  THE FILE ONCE AT THE START OF THE RUN - SAME IDIOM AS         *
      *  NEXT-ORNO-ROUTINE IN CBCUSORD.                                *
      *****************************************************************
       NEXT-INVNO-ROUTINE.
           MOVE  0  TO  WS-NEXT-INVNO.
           MOVE  SPACES  TO  IVBCCD OF INVOIC-RECORD.
           MOVE  ZERO    TO  IVINNO OF INVOIC-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-INVOIC.
           START  INVOIC-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF INVOIC-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-INVOIC
           END-START.
           PERFORM  NEXT-INVNO-READ  THRU  NXTINVR-EXIT
                    UNTIL  RECORD-FOUND-INVOIC = "N".
       NXTINV-EXIT. EXIT.

       NEXT-INVNO-READ.
           READ  INVOIC-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-INVOIC
           END-READ.
           IF  RECORD-FOUND-INVOIC = "Y"
                AND  IVINNO OF INVOIC-RECORD > WS-NEXT-INVNO
               MOVE  IVINNO OF INVOIC-RECORD  TO  WS-NEXT-INVNO
           END-IF.
       NXTINVR-EXIT. EXIT.

      *****************************************************************
      *  WRITE-INVOICE-ROUTINE                                         *
      *  RAISES THE OPEN INVOICE FOR THE ORDER JUST POSTED, DATED      *
      *  TODAY AND DUE AFTER THE TERMS DAYS. THE CUSTOMER RECORD IS    *
      *  STILL IN THE RECORD AREA FROM POST-TO-CUSTOMER-ROUTINE.       *
      *****************************************************************
       WRITE-INVOICE-ROUTINE.
           PERFORM TERMS-DAYS-ROUTINE  THRU  TRMDAY-EXIT.
           COMPUTE  WS-DUE-DATE  =  FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-SYS-DATE)
                     +  WS-TERMS-DAYS).
           ADD  1  TO  WS-NEXT-INVNO.
           INITIALIZE  INVOIC-RECORD
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  XWBCCD OF CUSTS-RECORD   TO  IVBCCD  OF INVOIC-RECORD.
           MOVE  WS-NEXT-INVNO            TO  IVINNO  OF INVOIC-RECORD.
           MOVE  OHORNO OF ORDHDR-RECORD  TO  IVORNO  OF INVOIC-RECORD.
           MOVE  WS-SYS-DATE              TO  IVINDT  OF INVOIC-RECORD.
           MOVE  WS-DUE-DATE              TO  IVDUDT  OF INVOIC-RECORD.
           MOVE  XWBTCD OF CUSTS-RECORD   TO  IVBTCD  OF INVOIC-RECORD.
           MOVE  PERSON OF CUSTS-RECORD   TO  IVPERS  OF INVOIC-RECORD.
           MOVE  WS-ORD-AMT               TO  IVAMT   OF INVOIC-RECORD
                                              IVOPEN  OF INVOIC-RECORD.
           MOVE  "O"                      TO  IVSTAT  OF INVOIC-RECORD.
           MOVE  WS-RUN-NO                TO  IVRUNNO OF INVOIC-RECORD.
           WRITE  INVOIC-RECORD
               INVALID KEY
                   DISPLAY "CBCUSPST INVOIC WRITE FAILED, ORDER="
                           OHORNO OF ORDHDR-RECORD  " STATUS="
                           INVOIC-FILE-STATUS
                   GO  WRTINV-EXIT
           END-WRITE.
           MOVE  "Y"  TO  WS-INV-RAISED.
           ADD  1  TO  GT-INVOICES.
           ADD  WS-ORD-AMT  TO  GT-INV-AMOUNT.
       WRTINV-EXIT.  EXIT.

      *�THE TERMS CODE IS THE NUMBER OF DAYS TO PAY ("30", OR "7"
      *�KEYED LEFT-JUSTIFIED); ANYTHING ELSE TAKES THE DEFAULT TERMS.
       TERMS-DAYS-ROUTINE.
           EVALUATE  TRUE
             WHEN  XWBTCD OF CUSTS-RECORD IS NUMERIC
               MOVE  XWBTCD OF CUSTS-RECORD  TO  WS-TERMS-DAYS
             WHEN  XWBTCD OF CUSTS-RECORD (1:1) IS NUMERIC
                    AND  XWBTCD OF CUSTS-RECORD (2:1) = SPACE
               MOVE  XWBTCD OF CUSTS-RECORD (1:1)  TO  WS-TERMS-DAYS
             WHEN  OTHER
               MOVE  DEFAULT-TERMS-DAYS  TO  WS-TERMS-DAYS
               ADD  1  TO  GT-TERMS-DEFAULTED
           END-EVALUATE.
       TRMDAY-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-INVOICE-DOCUMENT                                        *
      *  ONE PAGE PER INVOICE - BILL-TO ADDRESS, ACCOUNT, ORDER,       *
      *  TERMS AND DUE DATE, ONE LINE PER LINE SHIPPED (FROM THE       *
      *  SHIPPED REGISTER, OR THE ORDER LINES WHEN THERE IS NONE)      *
      *  AND THE INVOICE TOTAL.                                        *
      *****************************************************************
       PRINT-INVOICE-DOCUMENT.
           MOVE  IVINNO OF INVOIC-RECORD  TO  IT-INVNO.
           MOVE  IVINDT OF INVOIC-RECORD  TO  IT-INDT.
           WRITE  INVDOC-RECORD  FROM  WS-INV-TITLE-LINE
                  AFTER ADVANCING PAGE.
           MOVE  XWG4TX OF CUSTS-RECORD  TO  IA1-NAME.
           WRITE  INVDOC-RECORD  FROM  WS-INV-ADDR-LINE-1
                  AFTER ADVANCING 3 LINES.
           MOVE  XWHITX OF CUSTS-RECORD  TO  IA2-ADDR.
           WRITE  INVDOC-RECORD  FROM  WS-INV-ADDR-LINE-2
                  AFTER ADVANCING 1 LINE.
           MOVE  XWE0NB OF CUSTS-RECORD  TO  IA3-CITY.
           MOVE  XWJUN0 OF CUSTS-RECORD  TO  IA3-STATE.
           MOVE  XWDVCD OF CUSTS-RECORD  TO  IA3-POSTAL.
           WRITE  INVDOC-RECORD  FROM  WS-INV-ADDR-LINE-3
                  AFTER ADVANCING 1 LINE.
           MOVE  IVBCCD OF INVOIC-RECORD  TO  IR-XWBCCD.
           MOVE  IVORNO OF INVOIC-RECORD  TO  IR-ORNO.
           MOVE  IVBTCD OF INVOIC-RECORD  TO  IR-BTCD.
           MOVE  IVDUDT OF INVOIC-RECORD  TO  IR-DUDT.
           WRITE  INVDOC-RECORD  FROM  WS-INV-REF-LINE
                  AFTER ADVANCING 3 LINES.
           WRITE  INVDOC-RECORD  FROM  WS-INV-COL-HEADING
                  AFTER ADVANCING 2 LINES.
           IF  WS-FROM-REGISTER = "Y"
               PERFORM START-REGISTER-ROUTINE  THRU  STRREG-EXIT
               PERFORM PRINT-INVOICE-REG-LINE  THRU  PRIVRG-EXIT
                       UNTIL  RECORD-FOUND-SHPREG = "N"
           ELSE
               MOVE  OHORNO OF ORDHDR-RECORD
                                TO  ODORNO OF ORDDTL-RECORD
               MOVE  ZERO  TO  ODLNNO OF ORDDTL-RECORD
               MOVE  "Y"  TO  RECORD-FOUND-ORDDTL
               START  ORDDTL-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                           OF ORDDTL-RECORD
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-ORDDTL
               END-START
               PERFORM PRINT-INVOICE-ORD-LINE  THRU  PRIVOD-EXIT
                       UNTIL  RECORD-FOUND-ORDDTL = "N"
           END-IF.
           MOVE  IVAMT OF INVOIC-RECORD  TO  IX-AMOUNT.
           WRITE  INVDOC-RECORD  FROM  WS-INV-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  IVDUDT OF INVOIC-RECORD  TO  IP-DUDT.
           WRITE  INVDOC-RECORD  FROM  WS-INV-TERMS-LINE
                  AFTER ADVANCING 2 LINES.
       PRTINV-EXIT.  EXIT.

       PRINT-INVOICE-REG-LINE.
           IF  SRSHUN OF SHPREG-RECORD NOT = ZERO
                OR  SRAMT OF SHPREG-RECORD NOT = ZERO
               MOVE  SRLNNO OF SHPREG-RECORD  TO  ID-LNNO
               MOVE  SRPCAT OF SHPREG-RECORD  TO  ID-PCAT
               MOVE  SRSHUN OF SHPREG-RECORD  TO  ID-UNITS
               MOVE  SRAMT  OF SHPREG-RECORD  TO  ID-AMOUNT
               WRITE  INVDOC-RECORD  FROM  WS-INV-DETAIL-LINE
                      AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM READ-NEXT-SHPREG-ROW  THRU  RNSREG-EXIT.
       PRIVRG-EXIT.  EXIT.

       PRINT-INVOICE-ORD-LINE.
           READ  ORDDTL-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-ORDDTL
           END-READ.
           IF  RECORD-FOUND-ORDDTL = "Y"
                AND  ODORNO OF ORDDTL-RECORD
                            NOT = OHORNO OF ORDHDR-RECORD
               MOVE  "N"  TO  RECORD-FOUND-ORDDTL
           END-IF.
           IF  RECORD-FOUND-ORDDTL = "Y"
               MOVE  ODLNNO OF ORDDTL-RECORD  TO  ID-LNNO
               MOVE  ODPCAT OF ORDDTL-RECORD  TO  ID-PCAT
               MOVE  ODUNIT OF ORDDTL-RECORD  TO  ID-UNITS
               MOVE  ODAMT  OF ORDDTL-RECORD  TO  ID-AMOUNT
               WRITE  INVDOC-RECORD  FROM  WS-INV-DETAIL-LINE
                      AFTER ADVANCING 1 LINE
           END-IF.
       PRIVOD-EXIT.  EXIT.

       PRINT-DETAIL-LINE.
           MOVE  SPACES  TO  WS-DETAIL-LINE.
           MOVE  OHCUCD OF ORDHDR-RECORD  TO  DL-XWBCCD.
           MOVE  WS-ORD-LINES  TO  DL-LINES.
           MOVE  WS-ORD-UNITS  TO  DL-UNITS.
           MOVE  WS-ORD-AMT    TO  DL-AMOUNT.
           IF  WS-INV-RAISED = "Y"
               MOVE  IVINNO OF INVOIC-RECORD  TO  DL-INVNO
               MOVE  IVDUDT OF INVOIC-RECORD  TO  DL-DUDT
           ELSE
               MOVE  ZERO  TO  DL-INVNO  DL-DUDT
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.
       PRDTL-EXIT.  EXIT.
                  AFTER ADVANCING 2 LINES.
           MOVE  "ORDERS NOT POSTED:"    TO  TL-LABEL.
           MOVE  GT-ORDERS-SKIPPED       TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "POSTED, NO SHIP REGISTER:" TO  TL-LABEL.
           MOVE  GT-ORDERS-NO-REGISTER   TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "ORDER LINES POSTED:"   TO  TL-LABEL.
           MOVE  GT-AMOUNT               TO  AL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-AMOUNT-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "INVOICES RAISED:"      TO  TL-LABEL.
           MOVE  GT-INVOICES             TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "DEFAULT TERMS APPLIED:" TO  TL-LABEL.
           MOVE  GT-TERMS-DEFAULTED      TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "AMOUNT INVOICED/TO AR:" TO  AL-LABEL.
           MOVE  GT-INV-AMOUNT           TO  AL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-AMOUNT-LINE
                  AFTER ADVANCING 1 LINE.
       PRTOT-EXIT.  EXIT.

       READ-NEXT-ORDHDR-FILE.
