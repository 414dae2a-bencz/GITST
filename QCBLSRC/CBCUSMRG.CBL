      * Customer merge/consolidation - combines a duplicate customer
      * into a surviving one. Given the surviving and duplicate
      * customer codes, the program re-points the duplicate's order
      * headers (OHCUCD on ORDHDR-FILE) and invoices (IVBCCD on
      * INVOIC-FILE, open and paid alike, so the survivor's open
      * items still account for the combined balance), moves its
      * ship-to addresses onto the survivor continuing the
      * survivor's SSEQNO sequence,
      * carries its CUSHST-FILE audit history across continuing the
      * survivor's HSEQNO sequence, adds its sales buckets and AR
      * balance into the survivor's, writes a merge marker on the
      * survivor's audit history, and finally deletes the duplicate
      * customer record - printing a report of everything it moved.
      *
      * The merge marker carries each customer's branch and region
      * behind its code, and is followed by an XWIDV0 row holding the
      * survivor's balance before and after the merge, so the ledger
      * journal (CBCUSGLJ) can move the duplicate's AR balance from
      * the duplicate's branch and region to the survivor's.
      *
      * The merge is refused when either code is missing from
      * CUSTS-FILE, when the two codes are the same, or when both
      * records link to different CUSFL3 accounts (CUSNO). A
                        WITH DUPLICATES
               FILE STATUS IS ORDHDR-FILE-STATUS.

           SELECT INVOIC-FILE
               ASSIGN TO DATABASE-INVOIC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF INVOIC-RECORD
               FILE STATUS IS INVOIC-FILE-STATUS.

           SELECT SHPTOA-FILE
               ASSIGN TO DATABASE-SHPTOA
               ORGANIZATION IS INDEXED
       01  ORDHDR-RECORD.
           COPY DDS-RORDHDR OF ORDHDR.

       FD  INVOIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOIC-RECORD.
           COPY DDS-INVOICR     OF  INVOIC.

       FD  SHPTOA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHPTOA-RECORD.
       WORKING-STORAGE SECTION.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  ORDHDR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SHPTOA-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-ORDHDR     PIC X   VALUE SPACES.
           02  RECORD-FOUND-INVOIC     PIC X   VALUE SPACES.
           02  RECORD-FOUND-SHPTOA     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSHST     PIC X   VALUE SPACES.
           02  WS-MERGE-OK             PIC X   VALUE "Y".
           02  WS-ROW-MOVED            PIC X   VALUE SPACES.
           02  WS-ORDERS-MOVED         PIC 9(05) VALUE 0.
           02  WS-INVOICES-MOVED       PIC 9(05) VALUE 0.
           02  WS-SHPTOS-MOVED         PIC 9(05) VALUE 0.
           02  WS-HISTORY-MOVED        PIC 9(05) VALUE 0.
           02  WS-NEXT-SSEQNO          PIC 9(03) VALUE 0.
           02  WS-NEXT-HSEQNO          PIC 9(07) VALUE 0.
           02  WS-OLD-SSEQNO           PIC 9(03) VALUE 0.
           02  WS-OLD-HSEQNO           PIC 9(07) VALUE 0.
           02  WS-OLD-XWIDV0           PIC S9(9)V99 VALUE 0.
           02  WS-AUD-EDIT-AMT         PIC Z,ZZZ,ZZ9.99-.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               "RE-POINTED TO SURVIVOR".
           02  FILLER            PIC X(71) VALUE SPACES.

       01  WS-INVOICE-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE "INVOICE".
           02  IL-IVINNO         PIC 9(07).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  FILLER            PIC X(08) VALUE "STATUS".
           02  IL-IVSTAT         PIC X(01).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  FILLER            PIC X(06) VALUE "OPEN".
           02  IL-IVOPEN         PIC Z,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  FILLER            PIC X(30) VALUE
               "RE-POINTED TO SURVIVOR".
           02  FILLER            PIC X(50) VALUE SPACES.

       01  WS-SHPTO-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE "SHIP-TO".
           PERFORM VALIDATE-MERGE-ROUTINE  THRU  VALMRG-EXIT.
           IF  WS-MERGE-OK = "Y"
               PERFORM MOVE-ORDERS-ROUTINE    THRU  MOVORD-EXIT
               PERFORM MOVE-INVOICES-ROUTINE  THRU  MOVINV-EXIT
               PERFORM MOVE-SHPTOS-ROUTINE    THRU  MOVSHP-EXIT
               PERFORM MOVE-HISTORY-ROUTINE   THRU  MOVHST-EXIT
               PERFORM MERGE-BUCKETS-ROUTINE  THRU  MRGBKT-EXIT
       OPEN-FILES.
           OPEN  I-O     CUSTS-FILE
                         ORDHDR-FILE
                         INVOIC-FILE
                         SHPTOA-FILE
                         CUSHST-FILE
                 INPUT   SYSSTS-FILE
       CLOSE-FILES.
           CLOSE  CUSTS-FILE
                  ORDHDR-FILE
                  INVOIC-FILE
                  SHPTOA-FILE
                  CUSHST-FILE
                  SYSSTS-FILE
           END-IF.
       MOV1OR-EXIT.  EXIT.

      *****************************************************************
      *  MOVE-INVOICES-ROUTINE                                        *
      *  RE-POINTS EVERY INVOICE OF THE DUPLICATE ONTO THE SURVIVOR.  *
      *  IVBCCD IS PART OF THE RECORD KEY, SO EACH ROW IS DELETED AND *
      *  REWRITTEN UNDER THE NEW CODE, KEEPING ITS INVOICE NUMBER -   *
      *  THE NUMBERS ARE UNIQUE ACROSS CUSTOMERS, SO THE SURVIVOR'S   *
      *  INVOICES STAY IN RAISED ORDER FOR OLDEST-FIRST CASH          *
      *  APPLICATION. SAME IDIOM AS MOVE-ORDERS-ROUTINE.              *
      *****************************************************************
       MOVE-INVOICES-ROUTINE.
           MOVE  "Y"  TO  WS-ROW-MOVED.
           PERFORM  MOVE-ONE-INVOICE  THRU  MOV1IV-EXIT
                    UNTIL  WS-ROW-MOVED = "N".
       MOVINV-EXIT.  EXIT.

       MOVE-ONE-INVOICE.
           MOVE  "N"  TO  WS-ROW-MOVED.
           MOVE  MRG-DUPL-CUCD  TO  IVBCCD OF INVOIC-RECORD.
           MOVE  ZERO  TO  IVINNO OF INVOIC-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-INVOIC.
           START  INVOIC-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF INVOIC-RECORD
                  INVALID KEY
                     MOVE "N" TO RECORD-FOUND-INVOIC
           END-START.
           IF  RECORD-FOUND-INVOIC = "Y"
               READ  INVOIC-FILE  NEXT RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-INVOIC
               END-READ
           END-IF.
           IF  RECORD-FOUND-INVOIC = "Y"
                AND  IVBCCD OF INVOIC-RECORD = MRG-DUPL-CUCD
               DELETE  INVOIC-FILE
                   INVALID KEY
                      DISPLAY "CBCUSMRG INVOIC DELETE FAILED, INVOICE="
                              IVINNO OF INVOIC-RECORD  " STATUS="
                              INVOIC-FILE-STATUS
                      GO  MOV1IV-EXIT
               END-DELETE
               MOVE  MRG-SURV-CUCD  TO  IVBCCD OF INVOIC-RECORD
               WRITE  INVOIC-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSMRG INVOIC WRITE FAILED, INVOICE="
                              IVINNO OF INVOIC-RECORD  " STATUS="
                              INVOIC-FILE-STATUS
                      GO  MOV1IV-EXIT
               END-WRITE
               MOVE  IVINNO OF INVOIC-RECORD  TO  IL-IVINNO
               MOVE  IVSTAT OF INVOIC-RECORD  TO  IL-IVSTAT
               MOVE  IVOPEN OF INVOIC-RECORD  TO  IL-IVOPEN
               WRITE  LIST-RECORD  FROM  WS-INVOICE-LINE
                      AFTER ADVANCING 1 LINE
               ADD  1  TO  WS-INVOICES-MOVED
               MOVE  "Y"  TO  WS-ROW-MOVED
           END-IF.
       MOV1IV-EXIT.  EXIT.

      *****************************************************************
      *  MOVE-SHPTOS-ROUTINE                                          *
      *  MOVES THE DUPLICATE'S SHIP-TO ADDRESSES ONTO THE SURVIVOR,   *
      *  WRITE-MERGE-AUDIT-ROUTINE                                    *
      *  LEAVES A MERGE MARKER ON THE SURVIVOR'S AUDIT HISTORY SO     *
      *  THE CARRIED-ACROSS ROWS CAN BE TRACED BACK TO THE            *
      *  DUPLICATE'S CODE - EACH CODE FOLLOWED BY THAT CUSTOMER'S     *
      *  BRANCH AND REGION - THEN THE SURVIVOR'S BALANCE CHANGE.      *
      *****************************************************************
       WRITE-MERGE-AUDIT-ROUTINE.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           MOVE  "*MERGE"        TO  HFLDNM OF CUSHST-RECORD.
           MOVE  SPACES  TO  HOLDVL OF CUSHST-RECORD
                             HNEWVL OF CUSHST-RECORD.
           STRING  MRG-DUPL-CUCD  " "  XWB2CD OF WS-CUSTS-DUPL
                   " "  XWB3CD OF WS-CUSTS-DUPL
                   DELIMITED BY SIZE  INTO  HOLDVL OF CUSHST-RECORD.
           STRING  MRG-SURV-CUCD  " "  XWB2CD OF WS-CUSTS-SURV
                   " "  XWB3CD OF WS-CUSTS-SURV
                   DELIMITED BY SIZE  INTO  HNEWVL OF CUSHST-RECORD.
           PERFORM WRITE-MERGE-HISTORY-ROW  THRU  WRTMRH-EXIT.
           COMPUTE  WS-OLD-XWIDV0  =  XWIDV0 OF WS-CUSTS-SURV
                                   -  XWIDV0 OF WS-CUSTS-DUPL.
           MOVE  "XWIDV0"        TO  HFLDNM OF CUSHST-RECORD.
           MOVE  WS-OLD-XWIDV0   TO  WS-AUD-EDIT-AMT.
           MOVE  WS-AUD-EDIT-AMT TO  HOLDVL OF CUSHST-RECORD.
           MOVE  XWIDV0 OF WS-CUSTS-SURV  TO  WS-AUD-EDIT-AMT.
           MOVE  WS-AUD-EDIT-AMT TO  HNEWVL OF CUSHST-RECORD.
           PERFORM WRITE-MERGE-HISTORY-ROW  THRU  WRTMRH-EXIT.
       WRTMRG-EXIT.  EXIT.

       WRITE-MERGE-HISTORY-ROW.
           ADD  1  TO  WS-NEXT-HSEQNO.
           MOVE  MRG-SURV-CUCD   TO  HWBCCD OF CUSHST-RECORD.
           MOVE  WS-NEXT-HSEQNO  TO  HSEQNO OF CUSHST-RECORD.
           MOVE  "CBCUSMRG"      TO  HUSRID OF CUSHST-RECORD.
           MOVE  SPACES          TO  HOVRID OF CUSHST-RECORD.
           MOVE  SPACES          TO  HOVRRC OF CUSHST-RECORD.
           WRITE  CUSHST-RECORD
               INVALID KEY
                  DISPLAY "CBCUSMRG AUDIT WRITE FAILED, CUSTOMER="
                          HWBCCD OF CUSHST-RECORD  " STATUS="
                          CUSHST-FILE-STATUS
           END-WRITE.
       WRTMRH-EXIT.  EXIT.

       DELETE-DUPL-ROUTINE.
           MOVE  MRG-DUPL-CUCD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  WS-ORDERS-MOVED  TO  CL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-COUNT-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "INVOICES RE-POINTED:"  TO  CL-LABEL.
           MOVE  WS-INVOICES-MOVED  TO  CL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-COUNT-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "SHIP-TO ADDRESSES MOVED:"  TO  CL-LABEL.
           MOVE  WS-SHPTOS-MOVED  TO  CL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-COUNT-LINE
