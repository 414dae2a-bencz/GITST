       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSPCK.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Warehouse pick list - prints every line of every open order
      * (ORDHDR status "O") so the warehouse picks from a list
      * instead of from copies of the order screen. Lines are grouped
      * by the customer's ship via code XWAOCD - each ship via starts
      * a new page, so each carrier's loads can be handed out
      * separately - and within that by ship-to address, so every
      * line going to the same address is picked together whichever
      * order or customer it came from.
      *
      * The ship-to is the line's requested ship-to sequence ODSSEQ
      * on SHPTOA-FILE, or the customer's bill-to address on CUSTS
      * when ODSSEQ is zero - the same rule order entry and
      * CBCUSSTM follow. A ship-to sequence no longer on file falls
      * back to the bill-to address and the line is flagged, so the
      * shipper checks it before the load goes out. Lines for a
      * customer on credit hold (XWDAST "H") are flagged too - the
      * shipment cannot be confirmed in CBCUSSHP without an
      * override. Report only; nothing is updated.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ORDHDR-FILE
               ASSIGN TO DATABASE-ORDHDR
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF ORDHDR-RECORD
                        WITH DUPLICATES
               FILE STATUS IS ORDHDR-FILE-STATUS.

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

           SELECT SHPTOA-FILE
               ASSIGN TO DATABASE-SHPTOA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF SHPTOA-RECORD
               FILE STATUS IS SHPTOA-FILE-STATUS.

           SELECT SORT-FILE
               ASSIGN TO DISK-SORTWK.

           SELECT LIST-FILE
               ASSIGN TO PRINTER-QSYSPRT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  ORDHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDHDR-RECORD.
           COPY DDS-RORDHDR OF ORDHDR.

       FD  ORDDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDDTL-RECORD.
           COPY DDS-RORDDTL OF ORDDTL.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  SHPTOA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHPTOA-RECORD.
           COPY DDS-RSHPTO  OF  SHPTOA.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SP-AOCD             PIC X(05).
           05  SP-SHIPTO.
               10  SP-POSTAL       PIC X(10).
               10  SP-CITY         PIC X(20).
               10  SP-STATE        PIC X(02).
               10  SP-ADDR         PIC X(30).
               10  SP-NAME         PIC X(30).
           05  SP-ORNO             PIC 9(07).
           05  SP-LNNO             PIC 9(03).
           05  SP-CUCD             PIC X(05).
           05  SP-ORDT             PIC 9(08).
           05  SP-PCAT             PIC X(01).
           05  SP-UNIT             PIC S9(7)      COMP-3.
           05  SP-SSEQ             PIC 9(03).
           05  SP-HOLD             PIC X(01).
           05  SP-NOSHIPTO         PIC X(01).

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  ORDHDR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ORDDTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  SHPTOA-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-ORDHDR     PIC X   VALUE SPACES.
           02  RECORD-FOUND-ORDDTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-SHPTOA     PIC X   VALUE SPACES.
           02  SORT-EOF                PIC X   VALUE "N".
           02  WS-FIRST-RECORD         PIC X   VALUE "Y".
           02  WS-CUR-AOCD             PIC X(05) VALUE SPACES.
           02  WS-CUR-SHIPTO           PIC X(92) VALUE SPACES.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.

       01  WS-CONSTANTS.
           02  HOLD-FLAG               PIC X(01) VALUE "H".

      * SHIP-TO LEVEL ACCUMULATORS
       01  WS-SHIPTO-TOTALS.
           02  ST-LINES                PIC 9(05) VALUE 0.
           02  ST-UNITS                PIC S9(09) VALUE 0.

      * SHIP VIA LEVEL ACCUMULATORS
       01  WS-SHIPVIA-TOTALS.
           02  SV-LINES                PIC 9(07) VALUE 0.
           02  SV-UNITS                PIC S9(11) VALUE 0.

      * GRAND TOTAL ACCUMULATORS
       01  WS-GRAND-TOTALS.
           02  GT-ORDERS               PIC 9(07) VALUE 0.
           02  GT-LINES                PIC 9(07) VALUE 0.
           02  GT-UNITS                PIC S9(11) VALUE 0.
           02  GT-NOT-ON-FILE          PIC 9(05) VALUE 0.

       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(40) VALUE
               "WAREHOUSE PICK LIST - OPEN ORDERS".
           02  FILLER            PIC X(12) VALUE "RUN DATE:".
           02  HD-RUNDATE        PIC 9(08).
           02  FILLER            PIC X(71) VALUE SPACES.

       01  WS-SHIPVIA-HEADING.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE "SHIP VIA:".
           02  SH-AOCD           PIC X(05).
           02  FILLER            PIC X(116) VALUE SPACES.

       01  WS-HEADING-2.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(09) VALUE "ORDER".
           02  FILLER            PIC X(05) VALUE "LINE".
           02  FILLER            PIC X(07) VALUE "CUST#".
           02  FILLER            PIC X(10) VALUE "ORDER DT".
           02  FILLER            PIC X(05) VALUE "CAT".
           02  FILLER            PIC X(12) VALUE "       UNITS".
           02  FILLER            PIC X(03) VALUE SPACES.
           02  FILLER            PIC X(12) VALUE "PICKED".
           02  FILLER            PIC X(30) VALUE "NOTE".
           02  FILLER            PIC X(38) VALUE SPACES.

       01  WS-SHIPTO-LINE-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(09) VALUE "SHIP TO:".
           02  S1-NAME           PIC X(30).
           02  FILLER            PIC X(92) VALUE SPACES.

       01  WS-SHIPTO-LINE-2.
           02  FILLER            PIC X(10) VALUE SPACES.
           02  S2-ADDR           PIC X(30).
           02  FILLER            PIC X(92) VALUE SPACES.

       01  WS-SHIPTO-LINE-3.
           02  FILLER            PIC X(10) VALUE SPACES.
           02  S3-CITY           PIC X(20).
           02  FILLER            PIC X(01) VALUE SPACES.
           02  S3-STATE          PIC X(02).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  S3-POSTAL         PIC X(10).
           02  FILLER            PIC X(87) VALUE SPACES.

       01  WS-DETAIL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  DL-ORNO           PIC 9(07).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-LNNO           PIC 9(03).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-CUCD           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-ORDT           PIC 9(08).
           02  FILLER            PIC X(03) VALUE SPACES.
           02  DL-PCAT           PIC X(01).
           02  FILLER            PIC X(01) VALUE SPACES.
           02  DL-UNIT           PIC ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(03) VALUE SPACES.
           02  DL-PICKED         PIC X(12) VALUE "__________".
           02  DL-NOTE           PIC X(30).
           02  FILLER            PIC X(38) VALUE SPACES.

       01  WS-SHIPTO-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(25) VALUE
               "SHIP-TO TOTAL    LINES:".
           02  STL-LINES         PIC ZZZZ9.
           02  FILLER            PIC X(09) VALUE "  UNITS:".
           02  STL-UNITS         PIC ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(80) VALUE SPACES.

       01  WS-SHIPVIA-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(23) VALUE
               "SHIP VIA TOTAL   LINES:".
           02  SVL-LINES         PIC ZZZZZZ9.
           02  FILLER            PIC X(09) VALUE "  UNITS:".
           02  SVL-UNITS         PIC Z,ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(78) VALUE SPACES.

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  TL-LABEL          PIC X(25) VALUE SPACES.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-COUNT          PIC ZZZZZZ9.
           02  FILLER            PIC X(98) VALUE SPACES.

       01  WS-AMOUNT-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  AL-LABEL          PIC X(25) VALUE SPACES.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  AL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9-.
           02  FILLER            PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           MOVE  WS-SYS-DATE  TO  HD-RUNDATE.
           SORT  SORT-FILE
                 ON ASCENDING KEY  SP-AOCD
                                   SP-SHIPTO
                                   SP-ORNO
                                   SP-LNNO
                 INPUT PROCEDURE IS RELEASE-ORDERS-PARA
                                    THRU  RELORD-EXIT
                 OUTPUT PROCEDURE IS REPORT-PARA  THRU  REPORT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT   ORDHDR-FILE
                         ORDDTL-FILE
                         CUSTS-FILE
                         SHPTOA-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  ORDHDR-FILE
                  ORDDTL-FILE
                  CUSTS-FILE
                  SHPTOA-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-ORDERS-PARA                                          *
      *  RELEASES ONE SORT RECORD PER LINE OF EVERY OPEN ORDER,       *
      *  CARRYING THE CUSTOMER'S SHIP VIA CODE AND THE RESOLVED       *
      *  SHIP-TO ADDRESS THE LINES ARE GROUPED ON.                    *
      *****************************************************************
       RELEASE-ORDERS-PARA.
           PERFORM READ-NEXT-ORDHDR-FILE  THRU  RNHDR-EXIT.
           PERFORM RELEASE-ONE-ORDER  THRU  REL1O-EXIT
                   UNTIL  RECORD-FOUND-ORDHDR = "N".
       RELORD-EXIT.  EXIT.

       RELEASE-ONE-ORDER.
           IF  OHORST OF ORDHDR-RECORD NOT = "O"
               GO  REL1O-NEXT
           END-IF.
           MOVE  OHCUCD OF ORDHDR-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "N"
      *�NO BILL-TO AND NO SHIP VIA TO PICK AGAINST - COUNTED ONLY, THE
      *�ORDER IS LEFT FOR CUSTOMER MAINTENANCE TO SORT OUT.
               ADD  1  TO  GT-NOT-ON-FILE
               GO  REL1O-NEXT
           END-IF.
           ADD  1  TO  GT-ORDERS.
           MOVE  OHORNO OF ORDHDR-RECORD  TO  ODORNO OF ORDDTL-RECORD.
           MOVE  ZERO  TO  ODLNNO OF ORDDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ORDDTL.
           START  ORDDTL-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF ORDDTL-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-ORDDTL
           END-START.
           PERFORM RELEASE-ONE-LINE  THRU  REL1L-EXIT
                   UNTIL  RECORD-FOUND-ORDDTL = "N".
       REL1O-NEXT.
           PERFORM READ-NEXT-ORDHDR-FILE  THRU  RNHDR-EXIT.
       REL1O-EXIT.  EXIT.

       RELEASE-ONE-LINE.
           READ  ORDDTL-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-ORDDTL
           END-READ.
           IF  RECORD-FOUND-ORDDTL = "Y"
                AND  ODORNO OF ORDDTL-RECORD
                            NOT = OHORNO OF ORDHDR-RECORD
               MOVE  "N"  TO  RECORD-FOUND-ORDDTL
           END-IF.
           IF  RECORD-FOUND-ORDDTL = "N"
               GO  REL1L-EXIT
           END-IF.
           MOVE  XWAOCD OF CUSTS-RECORD   TO  SP-AOCD.
           MOVE  OHORNO OF ORDHDR-RECORD  TO  SP-ORNO.
           MOVE  ODLNNO OF ORDDTL-RECORD  TO  SP-LNNO.
           MOVE  OHCUCD OF ORDHDR-RECORD  TO  SP-CUCD.
           MOVE  OHORDT OF ORDHDR-RECORD  TO  SP-ORDT.
           MOVE  ODPCAT OF ORDDTL-RECORD  TO  SP-PCAT.
           MOVE  ODUNIT OF ORDDTL-RECORD  TO  SP-UNIT.
           MOVE  ODSSEQ OF ORDDTL-RECORD  TO  SP-SSEQ.
           MOVE  "N"  TO  SP-NOSHIPTO.
           IF  XWDAST OF CUSTS-RECORD = HOLD-FLAG
               MOVE  "Y"  TO  SP-HOLD
           ELSE
               MOVE  "N"  TO  SP-HOLD
           END-IF.
           PERFORM RESOLVE-SHIPTO-ROUTINE  THRU  RSLVST-EXIT.
           RELEASE  SORT-RECORD.
       REL1L-EXIT.  EXIT.

      *****************************************************************
      *  RESOLVE-SHIPTO-ROUTINE                                       *
      *  THE LINE'S SHIP-TO SEQUENCE ON SHPTOA-FILE, OR THE BILL-TO   *
      *  ADDRESS ON CUSTS WHEN THE SEQUENCE IS ZERO OR NO LONGER ON   *
      *  FILE (THE LATTER FLAGGED FOR THE SHIPPER TO CHECK).          *
      *****************************************************************
       RESOLVE-SHIPTO-ROUTINE.
           MOVE  "N"  TO  RECORD-FOUND-SHPTOA.
           IF  ODSSEQ OF ORDDTL-RECORD NOT = ZERO
               MOVE  OHCUCD OF ORDHDR-RECORD
                                TO  SWBCCD OF SHPTOA-RECORD
               MOVE  ODSSEQ OF ORDDTL-RECORD
                                TO  SSEQNO OF SHPTOA-RECORD
               MOVE  "Y"  TO  RECORD-FOUND-SHPTOA
               READ  SHPTOA-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-SHPTOA
               END-READ
               IF  RECORD-FOUND-SHPTOA = "N"
                   MOVE  "Y"  TO  SP-NOSHIPTO
               END-IF
           END-IF.
           IF  RECORD-FOUND-SHPTOA = "Y"
               MOVE  SWG4TX OF SHPTOA-RECORD  TO  SP-NAME
               MOVE  SWHITX OF SHPTOA-RECORD  TO  SP-ADDR
               MOVE  SWE0NB OF SHPTOA-RECORD  TO  SP-CITY
               MOVE  SWJUN0 OF SHPTOA-RECORD  TO  SP-STATE
               MOVE  SWDVCD OF SHPTOA-RECORD  TO  SP-POSTAL
           ELSE
               MOVE  XWG4TX OF CUSTS-RECORD   TO  SP-NAME
               MOVE  XWHITX OF CUSTS-RECORD   TO  SP-ADDR
               MOVE  XWE0NB OF CUSTS-RECORD   TO  SP-CITY
               MOVE  XWJUN0 OF CUSTS-RECORD   TO  SP-STATE
               MOVE  XWDVCD OF CUSTS-RECORD   TO  SP-POSTAL
           END-IF.
       RSLVST-EXIT.  EXIT.

      *****************************************************************
      *  REPORT-PARA                                                  *
      *  RETURNS THE SORTED LINES AND PRINTS THEM WITH SHIP VIA AND   *
      *  SHIP-TO CONTROL BREAKS, EACH SHIP VIA ON A NEW PAGE.         *
      *****************************************************************
       REPORT-PARA.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
           PERFORM PROCESS-SORT-RECORD  THRU  PRCSRT-EXIT
                   UNTIL  SORT-EOF = "Y".
           IF  WS-FIRST-RECORD = "N"
               PERFORM PRINT-SHIPTO-TOTALS  THRU  PRSTT-EXIT
               PERFORM PRINT-SHIPVIA-TOTALS  THRU  PRSVT-EXIT
           ELSE
               PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT
           END-IF.
           PERFORM PRINT-GRAND-TOTALS  THRU  PRGRT-EXIT.
       REPORT-EXIT.  EXIT.

       PROCESS-SORT-RECORD.
           IF  WS-FIRST-RECORD = "Y"
               MOVE  "N"  TO  WS-FIRST-RECORD
               MOVE  SP-AOCD    TO  WS-CUR-AOCD
               MOVE  SP-SHIPTO  TO  WS-CUR-SHIPTO
               PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT
               PERFORM PRINT-SHIPTO-HEADING  THRU  PRSTH-EXIT
           END-IF.
           IF  SP-AOCD NOT = WS-CUR-AOCD
               PERFORM PRINT-SHIPTO-TOTALS  THRU  PRSTT-EXIT
               PERFORM PRINT-SHIPVIA-TOTALS  THRU  PRSVT-EXIT
               MOVE  SP-AOCD    TO  WS-CUR-AOCD
               MOVE  SP-SHIPTO  TO  WS-CUR-SHIPTO
               PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT
               PERFORM PRINT-SHIPTO-HEADING  THRU  PRSTH-EXIT
           END-IF.
           IF  SP-SHIPTO NOT = WS-CUR-SHIPTO
               PERFORM PRINT-SHIPTO-TOTALS  THRU  PRSTT-EXIT
               MOVE  SP-SHIPTO  TO  WS-CUR-SHIPTO
               PERFORM PRINT-SHIPTO-HEADING  THRU  PRSTH-EXIT
           END-IF.
           PERFORM PRINT-DETAIL-LINE  THRU  PRDTL-EXIT.
           ADD  1  TO  ST-LINES  SV-LINES  GT-LINES.
           ADD  SP-UNIT  TO  ST-UNITS  SV-UNITS  GT-UNITS.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
       PRCSRT-EXIT.  EXIT.

       RETURN-SORT-RECORD.
           RETURN  SORT-FILE
               AT END
                  MOVE  "Y"  TO  SORT-EOF
           END-RETURN.
       RETSRT-EXIT.  EXIT.

       PRINT-HEADINGS.
           MOVE  WS-CUR-AOCD  TO  SH-AOCD.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           WRITE  LIST-RECORD  FROM  WS-SHIPVIA-HEADING
                  AFTER ADVANCING 2 LINES.
           WRITE  LIST-RECORD  FROM  WS-HEADING-2
                  AFTER ADVANCING 2 LINES.
       PRTHDG-EXIT.  EXIT.

       PRINT-SHIPTO-HEADING.
           MOVE  SP-NAME    TO  S1-NAME.
           MOVE  SP-ADDR    TO  S2-ADDR.
           MOVE  SP-CITY    TO  S3-CITY.
           MOVE  SP-STATE   TO  S3-STATE.
           MOVE  SP-POSTAL  TO  S3-POSTAL.
           WRITE  LIST-RECORD  FROM  WS-SHIPTO-LINE-1
                  AFTER ADVANCING 2 LINES.
           WRITE  LIST-RECORD  FROM  WS-SHIPTO-LINE-2
                  AFTER ADVANCING 1 LINE.
           WRITE  LIST-RECORD  FROM  WS-SHIPTO-LINE-3
                  AFTER ADVANCING 1 LINE.
       PRSTH-EXIT.  EXIT.

       PRINT-DETAIL-LINE.
           MOVE  SP-ORNO  TO  DL-ORNO.
           MOVE  SP-LNNO  TO  DL-LNNO.
           MOVE  SP-CUCD  TO  DL-CUCD.
           MOVE  SP-ORDT  TO  DL-ORDT.
           MOVE  SP-PCAT  TO  DL-PCAT.
           MOVE  SP-UNIT  TO  DL-UNIT.
           EVALUATE  TRUE
             WHEN  SP-HOLD = "Y"
               MOVE  "CREDIT HOLD - OVERRIDE TO SHIP"  TO  DL-NOTE
             WHEN  SP-NOSHIPTO = "Y"
               MOVE  "SHIP-TO NOT ON FILE - BILL-TO"   TO  DL-NOTE
             WHEN  OTHER
               MOVE  SPACES  TO  DL-NOTE
           END-EVALUATE.
           WRITE  LIST-RECORD  FROM  WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.
       PRDTL-EXIT.  EXIT.

       PRINT-SHIPTO-TOTALS.
           MOVE  ST-LINES  TO  STL-LINES.
           MOVE  ST-UNITS  TO  STL-UNITS.
           WRITE  LIST-RECORD  FROM  WS-SHIPTO-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           INITIALIZE  WS-SHIPTO-TOTALS  REPLACING NUMERIC BY ZEROS.
       PRSTT-EXIT.  EXIT.

       PRINT-SHIPVIA-TOTALS.
           MOVE  SV-LINES  TO  SVL-LINES.
           MOVE  SV-UNITS  TO  SVL-UNITS.
           WRITE  LIST-RECORD  FROM  WS-SHIPVIA-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           INITIALIZE  WS-SHIPVIA-TOTALS  REPLACING NUMERIC BY ZEROS.
       PRSVT-EXIT.  EXIT.

       PRINT-GRAND-TOTALS.
           MOVE  "OPEN ORDERS LISTED:"     TO  TL-LABEL.
           MOVE  GT-ORDERS                 TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "ORDER LINES LISTED:"     TO  TL-LABEL.
           MOVE  GT-LINES                  TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "UNITS TO PICK:"          TO  AL-LABEL.
           MOVE  GT-UNITS                  TO  AL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-AMOUNT-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "ORDERS, NO CUSTOMER:"    TO  TL-LABEL.
           MOVE  GT-NOT-ON-FILE            TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
       PRGRT-EXIT.  EXIT.

       READ-NEXT-ORDHDR-FILE.
           MOVE "Y"   TO RECORD-FOUND-ORDHDR.
           READ  ORDHDR-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-ORDHDR
              NOT AT END  MOVE "Y"  TO  RECORD-FOUND-ORDHDR
                      GO RNHDR-EXIT.
       RNHDR-EXIT. EXIT.
