      * the count of lockbox rows processed (RCCKCNT) after every
      * row. A restart of an abended run skips that many rows before
      * resuming, so no payment already applied is applied twice.
      *
      * Each payment is then applied to the customer's open invoices
      * on INVOIC-FILE, oldest invoice first (the file is keyed by
      * customer and ascending invoice number), reducing the open
      * amount IVOPEN and marking an invoice fully settled as paid.
      * Every invoice touched gets its own CUSHST-FILE row (field
      * IVOPEN, old and new open amount behind the invoice number)
      * so collections can see which payment cleared which invoice.
      * Any part of a payment left over once the open invoices are
      * cleared comes off the balance carried from before invoicing
      * and is shown on the register as not applied to an invoice.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSHST-RECORD
               FILE STATUS IS CUSHST-FILE-STATUS.

           SELECT INVOIC-FILE
               ASSIGN TO DATABASE-INVOIC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVOIC-RECORD
               FILE STATUS IS INVOIC-FILE-STATUS.

           SELECT LOCKBOX-FILE
               ASSIGN TO DATABASE-LOCKBOX
               ORGANIZATION IS LINE SEQUENTIAL.
       01  CUSHST-RECORD.
           COPY DDS-CUSHSTR OF CUSHST.

       FD  INVOIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOIC-RECORD.
           COPY DDS-INVOICR     OF  INVOIC.

       FD  LOCKBOX-FILE
           LABEL RECORDS ARE OMITTED.
       01  LOCKBOX-RECORD          PIC X(100).
       WORKING-STORAGE SECTION.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  RUNCTL-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  SYSSTS-FILE-STATUS          PIC X(2) VALUE SPACES.
           02  WS-OLD-XWIDV0           PIC S9(9)V99 VALUE 0.
           02  WS-OLD-XWBQDT           PIC 9(08) VALUE 0.

      * INVOICE APPLICATION WORK FIELDS - WHAT IS LEFT OF THE PAYMENT
      * AS IT WORKS DOWN THE CUSTOMER'S OPEN INVOICES, OLDEST FIRST.
       01  WS-APPLY-VARIABLES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  WS-PAY-LEFT             PIC S9(11)V99 VALUE 0.
           02  WS-INV-APPLY            PIC S9(11)V99 VALUE 0.
           02  WS-OLD-IVOPEN           PIC S9(9)V99 VALUE 0.
           02  WS-ROW-INVOICES         PIC 9(05) VALUE 0.
           02  WS-INVOICES-TOUCHED     PIC 9(07) VALUE 0.
           02  WS-INVOICES-PAID        PIC 9(07) VALUE 0.
           02  WS-AMT-TO-INVOICES      PIC S9(13)V99 VALUE 0.
           02  WS-AMT-OFF-INVOICE      PIC S9(13)V99 VALUE 0.
           02  WS-INV-EDIT-NO          PIC 9(07).
           02  WS-COUNT-EDIT           PIC ZZZZ9.

       01  WS-CONSTANTS.
           02  BATCH-USER-ID           PIC X(10) VALUE "CBCUSCSH".
           02  COLUMNS-EXPECTED        PIC 9(03) VALUE 3.
       OPEN-FILES.
           OPEN  I-O     CUSTS-FILE
                         CUSHST-FILE
                         INVOIC-FILE
                         RUNCTL-FILE
                         SYSSTS-FILE
                 INPUT   LOCKBOX-FILE
       CLOSE-FILES.
           CLOSE  CUSTS-FILE
                  CUSHST-FILE
                  INVOIC-FILE
                  RUNCTL-FILE
                  LOCKBOX-FILE
                  SYSSTS-FILE
      *  APPLY-PAYMENT-ROUTINE                                         *
      *  REDUCES THE AR BALANCE, SETS THE LAST PAYMENT DATE, AND       *
      *  WRITES ONE CUSHST-RECORD PER FIELD CHANGED - THE SAME AUDIT   *
      *  IDIOM CBCUSCRD USES FOR ITS FLAG CHANGES - THEN APPLIES THE   *
      *  PAYMENT TO THE OPEN INVOICES. THE CUSTS-RECORD WAS READ AND   *
      *  CHECKED BY VALIDATE-ROW-ROUTINE.                              *
      *****************************************************************
       APPLY-PAYMENT-ROUTINE.
           MOVE  XWIDV0 OF CUSTS-RECORD  TO  WS-OLD-XWIDV0.
               GO  APPPAY-EXIT
           END-IF.
           PERFORM WRITE-PAYMENT-AUDIT-ROUTINE  THRU  WRTPAY-EXIT.
           PERFORM APPLY-TO-INVOICES-ROUTINE  THRU  APPINV-EXIT.
           PERFORM PRINT-APPLIED-LINE  THRU  PRAPP-EXIT.
           ADD  1  TO  WS-ROWS-APPLIED.
           ADD  WS-PAY-AMT  TO  WS-AMT-APPLIED.
           END-IF.
       WRTPAY-EXIT.  EXIT.

      *****************************************************************
      *  APPLY-TO-INVOICES-ROUTINE                                     *
      *  WORKS THE PAYMENT DOWN THE CUSTOMER'S OPEN INVOICES IN KEY    *
      *  ORDER - ASCENDING INVOICE NUMBER, SO OLDEST FIRST - UNTIL     *
      *  THE PAYMENT IS USED UP OR NO OPEN INVOICE IS LEFT. WHATEVER   *
      *  REMAINS CAME OFF THE BALANCE CARRIED FROM BEFORE INVOICING.   *
      *****************************************************************
       APPLY-TO-INVOICES-ROUTINE.
           MOVE  WS-PAY-AMT  TO  WS-PAY-LEFT.
           MOVE  ZERO  TO  WS-ROW-INVOICES.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  IVBCCD OF INVOIC-RECORD.
           MOVE  ZERO  TO  IVINNO OF INVOIC-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-INVOIC.
           START  INVOIC-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF INVOIC-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-INVOIC
           END-START.
           PERFORM APPLY-ONE-INVOICE  THRU  APP1IV-EXIT
                   UNTIL  RECORD-FOUND-INVOIC = "N"
                   OR     WS-PAY-LEFT NOT > ZERO.
           COMPUTE  WS-AMT-TO-INVOICES  =  WS-AMT-TO-INVOICES
                                        +  WS-PAY-AMT  -  WS-PAY-LEFT.
           ADD  WS-PAY-LEFT  TO  WS-AMT-OFF-INVOICE.
       APPINV-EXIT.  EXIT.

       APPLY-ONE-INVOICE.
           READ  INVOIC-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-INVOIC
           END-READ.
           IF  RECORD-FOUND-INVOIC = "Y"
                AND  IVBCCD OF INVOIC-RECORD
                            NOT = XWBCCD OF CUSTS-RECORD
               MOVE  "N"  TO  RECORD-FOUND-INVOIC
           END-IF.
           IF  RECORD-FOUND-INVOIC = "N"
               GO  APP1IV-EXIT
           END-IF.
           IF  IVSTAT OF INVOIC-RECORD NOT = "O"
                OR  IVOPEN OF INVOIC-RECORD NOT > ZERO
               GO  APP1IV-EXIT
           END-IF.
           MOVE  IVOPEN OF INVOIC-RECORD  TO  WS-OLD-IVOPEN.
           IF  WS-PAY-LEFT < IVOPEN OF INVOIC-RECORD
               MOVE  WS-PAY-LEFT  TO  WS-INV-APPLY
           ELSE
               MOVE  IVOPEN OF INVOIC-RECORD  TO  WS-INV-APPLY
           END-IF.
           SUBTRACT  WS-INV-APPLY  FROM  IVOPEN OF INVOIC-RECORD.
           SUBTRACT  WS-INV-APPLY  FROM  WS-PAY-LEFT.
           IF  WS-PAY-DATE > IVLPDT OF INVOIC-RECORD
               MOVE  WS-PAY-DATE  TO  IVLPDT OF INVOIC-RECORD
           END-IF.
           IF  IVOPEN OF INVOIC-RECORD = ZERO
               MOVE  "P"  TO  IVSTAT OF INVOIC-RECORD
               ADD  1  TO  WS-INVOICES-PAID
           END-IF.
           REWRITE  INVOIC-RECORD
               INVALID KEY
                   DISPLAY "CBCUSCSH INVOIC REWRITE FAILED, INVOICE="
                           IVINNO OF INVOIC-RECORD  " STATUS="
                           INVOIC-FILE-STATUS
                   GO  APP1IV-EXIT
           END-REWRITE.
           ADD  1  TO  WS-ROW-INVOICES  WS-INVOICES-TOUCHED.
           MOVE  "IVOPEN"  TO  WS-AUD-FLDNM.
           MOVE  IVINNO OF INVOIC-RECORD  TO  WS-INV-EDIT-NO.
           MOVE  WS-OLD-IVOPEN  TO  WS-AUD-EDIT-AMT.
           MOVE  SPACES  TO  WS-AUD-OLDVAL  WS-AUD-NEWVAL.
           STRING  WS-INV-EDIT-NO    DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-AUD-EDIT-AMT   DELIMITED BY SIZE
                   INTO  WS-AUD-OLDVAL
           END-STRING.
           MOVE  IVOPEN OF INVOIC-RECORD  TO  WS-AUD-EDIT-AMT.
           STRING  WS-INV-EDIT-NO    DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-AUD-EDIT-AMT   DELIMITED BY SIZE
                   INTO  WS-AUD-NEWVAL
           END-STRING.
           PERFORM  WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       APP1IV-EXIT.  EXIT.

      *****************************************************************
      *  NEXT-HSEQNO-ROUTINE                                          *
      *  FINDS THE HIGHEST EXISTING AUDIT SEQUENCE NUMBER ALREADY ON   *
           MOVE  WL-CUCD (1:5)      TO  DL-CUCD.
           MOVE  WS-PAY-DATE        TO  DL-PAYDT.
           MOVE  WS-PAY-AMT         TO  DL-AMOUNT.
           MOVE  WS-ROW-INVOICES    TO  WS-COUNT-EDIT.
           IF  WS-PAY-LEFT > ZERO
               STRING  "APPLIED - "          DELIMITED BY SIZE
                       WS-COUNT-EDIT         DELIMITED BY SIZE
                       " INV, REST NOT ON INVOICE"
                                             DELIMITED BY SIZE
                       INTO  DL-TEXT
               END-STRING
           ELSE
               STRING  "APPLIED - "          DELIMITED BY SIZE
                       WS-COUNT-EDIT         DELIMITED BY SIZE
                       " INVOICE(S)"         DELIMITED BY SIZE
                       INTO  DL-TEXT
               END-STRING
           END-IF.
           WRITE  LIST-RECORD  FROM  WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.
       PRAPP-EXIT.  EXIT.
           MOVE  WS-AMT-REJECTED          TO  AL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-AMOUNT-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "INVOICES PAID DOWN:"    TO  TL-LABEL.
           MOVE  WS-INVOICES-TOUCHED      TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "INVOICES PAID IN FULL:"  TO  TL-LABEL.
           MOVE  WS-INVOICES-PAID         TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "APPLIED TO INVOICES:"   TO  AL-LABEL.
           MOVE  WS-AMT-TO-INVOICES       TO  AL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-AMOUNT-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "APPLIED NOT ON INVOICE:" TO  AL-LABEL.
           MOVE  WS-AMT-OFF-INVOICE       TO  AL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-AMOUNT-LINE
                  AFTER ADVANCING 1 LINE.
       PRTOT-EXIT.  EXIT.

      *****************************************************************
