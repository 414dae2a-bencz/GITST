       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSPEX.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Price exception report - lists every order line keyed in
      * CBCUSORD on a day at an amount other than the customer price
      * list amount, so sales management sees each off-list price
      * the day it is given. CBCUSORD records every such line on
      * CUSHST-FILE as field ODAMT, with the order and line number
      * and the list amount in the old value, the amount charged in
      * the new value, the clerk who keyed it and the supervisor and
      * reason code that authorised it. The report reads those rows
      * for the day and shows the category and units from the order
      * line on ORDDTL-FILE and the difference from list, with a
      * count and totals at the end.
      *
      * The day is passed in the parameter area (CCYYMMDD); zero or
      * blank reports today, which is how the night stream runs it
      * at the close of the order-entry day. The report only reads -
      * it keeps no run record and can be rerun for any day.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSHST-FILE
               ASSIGN TO DATABASE-CUSHST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSHST-RECORD
               FILE STATUS IS CUSHST-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD
               FILE STATUS IS CUSTS-FILE-STATUS.

           SELECT ORDDTL-FILE
               ASSIGN TO DATABASE-ORDDTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF ORDDTL-RECORD
               FILE STATUS IS ORDDTL-FILE-STATUS.

           SELECT LIST-FILE
               ASSIGN TO PRINTER-QSYSPRT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSHST-RECORD.
           COPY DDS-CUSHSTR     OF  CUSHST.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  ORDDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDDTL-RECORD.
           COPY DDS-RORDDTL     OF  ORDDTL.

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  ORDDTL-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-CUSHST     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-ORDDTL     PIC X   VALUE SPACES.
           02  WS-REPORT-DATE          PIC 9(08) VALUE 0.
           02  WS-LIST-AMT             PIC S9(9)V99 VALUE 0.
           02  WS-CHARGED-AMT          PIC S9(9)V99 VALUE 0.
           02  WS-DIFF-AMT             PIC S9(9)V99 VALUE 0.

       01  WS-CONSTANTS.
           02  PRICE-FIELD-NAME        PIC X(10) VALUE "ODAMT".

      * CBCUSORD WRITES BOTH VALUES AS ORDER NUMBER, LINE NUMBER AND
      * AMOUNT, THE AMOUNT THROUGH THE EDIT PICTURE BELOW.
       01  WS-AUDIT-VALUE              PIC X(30) VALUE SPACES.
       01  WS-AUDIT-VALUE-PARTS REDEFINES WS-AUDIT-VALUE.
           02  AV-ORNO                 PIC 9(07).
           02  FILLER                  PIC X(01).
           02  AV-LNNO                 PIC 9(03).
           02  FILLER                  PIC X(01).
           02  AV-AMT                  PIC Z,ZZZ,ZZ9.99-.
           02  FILLER                  PIC X(05).

       01  WS-GRAND-TOTALS.
           02  GT-COUNT                PIC 9(07) VALUE 0.
           02  GT-LIST                 PIC S9(11)V99 VALUE 0.
           02  GT-CHARGED              PIC S9(11)V99 VALUE 0.
           02  GT-DIFF                 PIC S9(11)V99 VALUE 0.

       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(40) VALUE
               "PRICE EXCEPTION REPORT - OFF-LIST LINES".
           02  FILLER            PIC X(10) VALUE "FOR DATE:".
           02  H1-DATE           PIC 9(08).
           02  FILLER            PIC X(73) VALUE SPACES.

       01  WS-HEADING-2.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(07) VALUE "CUST.".
           02  FILLER            PIC X(22) VALUE "CUSTOMER NAME".
           02  FILLER            PIC X(08) VALUE "ORDER".
           02  FILLER            PIC X(05) VALUE "LINE".
           02  FILLER            PIC X(03) VALUE "CT".
           02  FILLER            PIC X(10) VALUE "   UNITS".
           02  FILLER            PIC X(16) VALUE "   LIST AMOUNT".
           02  FILLER            PIC X(16) VALUE "       CHARGED".
           02  FILLER            PIC X(16) VALUE "    DIFFERENCE".
           02  FILLER            PIC X(12) VALUE "KEYED BY".
           02  FILLER            PIC X(12) VALUE "OVERRIDE BY".
           02  FILLER            PIC X(04) VALUE "RSN".

      * ONE LINE PER OVERRIDDEN ORDER LINE
       01  WS-DETAIL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  DL-BCCD           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-NAME           PIC X(20).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-ORNO           PIC 9(07).
           02  FILLER            PIC X(01) VALUE SPACES.
           02  DL-LNNO           PIC 9(03).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-PCAT           PIC X(01).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-UNITS          PIC ZZZ,ZZ9-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-LIST           PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-CHARGED        PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-DIFF           PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-USRID          PIC X(10).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-OVRID          PIC X(10).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-OVRRC          PIC X(04).

       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(17) VALUE "OVERRIDDEN LINES:".
           02  TL-COUNT          PIC ZZZ,ZZ9.
           02  FILLER            PIC X(30) VALUE SPACES.
           02  TL-LIST           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-CHARGED        PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-DIFF           PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  PEX-PARM-AREA.
           02  PEX-DATE                PIC 9(08).
      *        ORDER-ENTRY DAY TO REPORT (CCYYMMDD) - ZERO OR BLANK
      *        REPORTS TODAY

       PROCEDURE DIVISION  USING  PEX-PARM-AREA.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           IF  PEX-DATE IS NUMERIC  AND  PEX-DATE NOT = ZERO
               MOVE  PEX-DATE  TO  WS-REPORT-DATE
           ELSE
               ACCEPT  WS-REPORT-DATE  FROM  DATE YYYYMMDD
           END-IF.
           PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT.
           PERFORM READ-NEXT-CUSHST  THRU  RNCHS-EXIT.
           PERFORM PROCESS-ONE-CUSHST  THRU  PRC1H-EXIT
                   UNTIL  RECORD-FOUND-CUSHST = "N".
           PERFORM PRINT-GRAND-TOTALS  THRU  PRGRT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT   CUSHST-FILE
                         CUSTS-FILE
                         ORDDTL-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  CUSHST-FILE
                  CUSTS-FILE
                  ORDDTL-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

       PRINT-HEADINGS.
           MOVE  WS-REPORT-DATE  TO  H1-DATE.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           WRITE  LIST-RECORD  FROM  WS-HEADING-2
                  AFTER ADVANCING 2 LINES.
       PRTHDG-EXIT.  EXIT.

      *****************************************************************
      *  PROCESS-ONE-CUSHST                                           *
      *  PRINTS THE HISTORY ROW WHEN IT IS A PRICE OVERRIDE RECORDED  *
      *  ON THE REPORT DATE, THEN READS THE NEXT ONE.                 *
      *****************************************************************
       PROCESS-ONE-CUSHST.
           IF  HFLDNM OF CUSHST-RECORD NOT = PRICE-FIELD-NAME
                OR  HCHGDT OF CUSHST-RECORD NOT = WS-REPORT-DATE
               GO  PRC1H-NEXT
           END-IF.
           PERFORM PRINT-DETAIL-LINE  THRU  PRDTL-EXIT.
           ADD  1               TO  GT-COUNT.
           ADD  WS-LIST-AMT     TO  GT-LIST.
           ADD  WS-CHARGED-AMT  TO  GT-CHARGED.
           ADD  WS-DIFF-AMT     TO  GT-DIFF.
       PRC1H-NEXT.
           PERFORM READ-NEXT-CUSHST  THRU  RNCHS-EXIT.
       PRC1H-EXIT.  EXIT.

       READ-NEXT-CUSHST.
           MOVE "Y"   TO RECORD-FOUND-CUSHST.
           READ  CUSHST-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-CUSHST
           END-READ.
       RNCHS-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-DETAIL-LINE                                            *
      *  ONE OVERRIDDEN LINE - THE AMOUNTS COME BACK OUT OF THE       *
      *  HISTORY VALUES, THE CUSTOMER NAME FROM CUSTS-FILE AND THE    *
      *  CATEGORY AND UNITS FROM THE ORDER LINE ITSELF.               *
      *****************************************************************
       PRINT-DETAIL-LINE.
           MOVE  HOLDVL OF CUSHST-RECORD  TO  WS-AUDIT-VALUE.
           MOVE  AV-AMT   TO  WS-LIST-AMT.
           MOVE  HNEWVL OF CUSHST-RECORD  TO  WS-AUDIT-VALUE.
           MOVE  AV-AMT   TO  WS-CHARGED-AMT.
           SUBTRACT  WS-LIST-AMT  FROM  WS-CHARGED-AMT
                     GIVING  WS-DIFF-AMT.
           MOVE  HWBCCD OF CUSHST-RECORD  TO  DL-BCCD
                                              XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "Y"
               MOVE  XWG4TX OF CUSTS-RECORD (1:20)  TO  DL-NAME
           ELSE
               MOVE  ALL "-"  TO  DL-NAME
           END-IF.
           MOVE  AV-ORNO  TO  DL-ORNO  ODORNO OF ORDDTL-RECORD.
           MOVE  AV-LNNO  TO  DL-LNNO  ODLNNO OF ORDDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ORDDTL.
           READ  ORDDTL-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-ORDDTL
           END-READ.
           IF  RECORD-FOUND-ORDDTL = "Y"
               MOVE  ODPCAT OF ORDDTL-RECORD  TO  DL-PCAT
               MOVE  ODUNIT OF ORDDTL-RECORD  TO  DL-UNITS
           ELSE
               MOVE  "-"   TO  DL-PCAT
               MOVE  ZERO  TO  DL-UNITS
           END-IF.
           MOVE  WS-LIST-AMT     TO  DL-LIST.
           MOVE  WS-CHARGED-AMT  TO  DL-CHARGED.
           MOVE  WS-DIFF-AMT     TO  DL-DIFF.
           MOVE  HUSRID OF CUSHST-RECORD  TO  DL-USRID.
           MOVE  HOVRID OF CUSHST-RECORD  TO  DL-OVRID.
           MOVE  HOVRRC OF CUSHST-RECORD  TO  DL-OVRRC.
           WRITE  LIST-RECORD  FROM  WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.
       PRDTL-EXIT.  EXIT.

       PRINT-GRAND-TOTALS.
           MOVE  GT-COUNT    TO  TL-COUNT.
           MOVE  GT-LIST     TO  TL-LIST.
           MOVE  GT-CHARGED  TO  TL-CHARGED.
           MOVE  GT-DIFF     TO  TL-DIFF.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
       PRGRT-EXIT.  EXIT.
