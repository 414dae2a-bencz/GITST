       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSWOL.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Period write-off register - lists for the auditors every
      * bad-debt write-off approved in an accounting period, with
      * totals by salesman within region and a grand total. The
      * period window is found as CBCUSCOM finds it: the period's
      * PERCTL-FILE record gives the roll, the previous period's
      * record the roll before it, and a write-off approved after
      * the earlier roll up to and including the later one belongs
      * to the period. The register therefore runs at period end
      * after CBCUSPER and refuses a period not yet rolled. The
      * rolls and approvals are compared by date and time, as
      * CBCUSGLJ dates write-offs, so one approved on-line on roll
      * day after that night's roll falls in the next period's
      * register and not in neither.
      *
      * The requests come from WOFREQ-FILE - only those approved in
      * CBCUSWRV (WRSTAT "A"). Each write-off is reported under the
      * salesman and region on the customer when it was approved,
      * which CBCUSWRV keeps on the request, so a later CBCUSRAS
      * reassignment does not move it. Each line shows who raised
      * the write-off and who approved it, and the reason with its
      * REFCDS-FILE description. The register only reads - it keeps
      * no run record and can be reprinted for any rolled period.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

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

       FD  PERCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  PERCTL-RECORD.
           COPY DDS-PERCTLR     OF  PERCTL.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN  OF  SLMEN.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-B3CD             PIC X(05).
           05  SR-PERS             PIC X(05).
           05  SR-BCCD             PIC X(05).
           05  SR-SEQN             PIC 9(05).
           05  SR-AMT              PIC S9(9)V99   COMP-3.
           05  SR-RSCD             PIC X(04).
           05  SR-RQDT             PIC 9(08).
           05  SR-DCDT             PIC 9(08).
           05  SR-RQID             PIC X(10).
           05  SR-DCID             PIC X(10).

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WOFREQ-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  REFCDS-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  PERCTL-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-WOFREQ     PIC X   VALUE SPACES.
           02  RECORD-FOUND-CUSTS      PIC X   VALUE SPACES.
           02  RECORD-FOUND-REFCDS     PIC X   VALUE SPACES.
           02  RECORD-FOUND-PERCTL     PIC X   VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X   VALUE SPACES.
           02  SORT-EOF                PIC X   VALUE "N".
           02  WS-FIRST-RECORD         PIC X   VALUE "Y".
           02  WS-RUN-OK               PIC X   VALUE "Y".
           02  WS-CUR-REGION           PIC X(05) VALUE SPACES.
           02  WS-CUR-PERSON           PIC X(05) VALUE SPACES.
           02  WS-FROM-STAMP           PIC 9(14) VALUE 0.
           02  WS-TO-STAMP             PIC 9(14) VALUE 0.

      * APPROVAL AND ROLL DATE/TIME AS ONE CCYYMMDDHHMMSS NUMBER
       01  WS-STAMP.
           02  WS-STAMP-DATE           PIC 9(08) VALUE 0.
           02  WS-STAMP-TIME           PIC 9(06) VALUE 0.
       01  WS-STAMP-N REDEFINES WS-STAMP
                                       PIC 9(14).

       01  WS-CONSTANTS.
           02  WO-CODE-TYPE            PIC X(02) VALUE "WO".

      * SALESMAN, REGION AND GRAND TOTAL ACCUMULATORS
       01  WS-SLM-TOTALS.
           02  SL-COUNT                PIC 9(07) VALUE 0.
           02  SL-AMOUNT               PIC S9(11)V99 VALUE 0.

       01  WS-RGN-TOTALS.
           02  RG-COUNT                PIC 9(07) VALUE 0.
           02  RG-AMOUNT               PIC S9(11)V99 VALUE 0.

       01  WS-GRAND-TOTALS.
           02  GT-COUNT                PIC 9(07) VALUE 0.
           02  GT-AMOUNT               PIC S9(11)V99 VALUE 0.

       01  WS-PARM-ERROR-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  PE-TEXT           PIC X(60) VALUE SPACES.
           02  FILLER            PIC X(71) VALUE SPACES.

       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(36) VALUE
               "BAD-DEBT WRITE-OFF REGISTER".
           02  FILLER            PIC X(08) VALUE "PERIOD:".
           02  H1-PERIOD         PIC 9(06).
           02  FILLER            PIC X(04) VALUE SPACES.
           02  FILLER            PIC X(16) VALUE "APPROVED AFTER:".
           02  H1-FRDT           PIC 9(08).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  H1-FRTM           PIC 9(06).
           02  FILLER            PIC X(08) VALUE "  UP TO:".
           02  H1-TODT           PIC 9(08).
           02  FILLER            PIC X(01) VALUE SPACE.
           02  H1-TOTM           PIC 9(06).
           02  FILLER            PIC X(23) VALUE SPACES.

       01  WS-HEADING-2.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(07) VALUE "CUST.".
           02  FILLER            PIC X(27) VALUE "CUSTOMER NAME".
           02  FILLER            PIC X(10) VALUE "RAISED".
           02  FILLER            PIC X(10) VALUE "APPROVED".
           02  FILLER            PIC X(25) VALUE "REASON".
           02  FILLER            PIC X(16) VALUE "        AMOUNT".
           02  FILLER            PIC X(12) VALUE "RAISED BY".
           02  FILLER            PIC X(12) VALUE "APPROVED BY".
           02  FILLER            PIC X(12) VALUE SPACES.

       01  WS-REGION-HEADING.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(08) VALUE "REGION:".
           02  RH-B3CD           PIC X(05).
           02  FILLER            PIC X(118) VALUE SPACES.

       01  WS-SLM-HEADING.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(10) VALUE "SALESMAN:".
           02  SH-PERSON         PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  SH-PNAME          PIC X(30).
           02  FILLER            PIC X(84) VALUE SPACES.

      * ONE LINE PER APPROVED WRITE-OFF
       01  WS-DETAIL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  DL-BCCD           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-NAME           PIC X(25).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-RQDT           PIC 9(08).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-DCDT           PIC 9(08).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-RSCD           PIC X(04).
           02  FILLER            PIC X(01) VALUE SPACES.
           02  DL-RSDS           PIC X(20).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-RQID           PIC X(10).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-DCID           PIC X(10).
           02  FILLER            PIC X(12) VALUE SPACES.

      * SALESMAN, REGION AND GRAND TOTAL LINES SHARE ONE LAYOUT
       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  TL-LABEL          PIC X(16) VALUE SPACES.
           02  TL-CODE           PIC X(05).
           02  FILLER            PIC X(01) VALUE SPACES.
           02  TL-NAME           PIC X(30).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  FILLER            PIC X(11) VALUE "WRITE-OFFS:".
           02  TL-COUNT          PIC ZZZ,ZZ9.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  WOFL-PARM-AREA.
           02  WOFL-PERIOD             PIC 9(06).
      *        ACCOUNTING PERIOD TO LIST WRITE-OFFS FOR (CCYYMM) - A
      *        PERIOD CBCUSPER HAS ROLLED

       PROCEDURE DIVISION  USING  WOFL-PARM-AREA.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM CHECK-PERIOD-ROUTINE  THRU  CHKPER-EXIT.
           PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT.
           IF  WS-RUN-OK = "Y"
               SORT  SORT-FILE
                     ON ASCENDING KEY  SR-B3CD
                                       SR-PERS
                                       SR-BCCD
                                       SR-SEQN
                     INPUT PROCEDURE IS RELEASE-WOFREQ-PARA
                                        THRU  RELWOF-EXIT
                     OUTPUT PROCEDURE IS REPORT-PARA  THRU  REPORT-EXIT
           ELSE
               WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                      AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  INPUT   WOFREQ-FILE
                         CUSTS-FILE
                         REFCDS-FILE
                         PERCTL-FILE
                         SLMEN-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  WOFREQ-FILE
                  CUSTS-FILE
                  REFCDS-FILE
                  PERCTL-FILE
                  SLMEN-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

       PRINT-HEADINGS.
           MOVE  WOFL-PERIOD   TO  H1-PERIOD.
           MOVE  WS-FROM-STAMP  TO  WS-STAMP-N.
           MOVE  WS-STAMP-DATE  TO  H1-FRDT.
           MOVE  WS-STAMP-TIME  TO  H1-FRTM.
           MOVE  WS-TO-STAMP    TO  WS-STAMP-N.
           MOVE  WS-STAMP-DATE  TO  H1-TODT.
           MOVE  WS-STAMP-TIME  TO  H1-TOTM.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           IF  WS-RUN-OK = "Y"
               WRITE  LIST-RECORD  FROM  WS-HEADING-2
                      AFTER ADVANCING 2 LINES
           END-IF.
       PRTHDG-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-PERIOD-ROUTINE                                         *
      *  ESTABLISHES THE APPROVAL WINDOW OF THE PERIOD FROM THE      *
      *  ROLL DATES AND TIMES ON PERCTL-FILE AND REFUSES A PERIOD NOT *
      *  YET ROLLED.                                                  *
      *****************************************************************
       CHECK-PERIOD-ROUTINE.
           IF  WOFL-PERIOD = ZERO
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  "NO PERIOD SUPPLIED - REGISTER NOT PRINTED."
                                      TO  PE-TEXT
               GO  CHKPER-EXIT
           END-IF.
           MOVE  WOFL-PERIOD  TO  PCPERD OF PERCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-PERCTL.
           READ  PERCTL-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-PERCTL
           END-READ.
           IF  RECORD-FOUND-PERCTL = "N"
               MOVE  "N"  TO  WS-RUN-OK
               MOVE  "PERIOD NOT YET ROLLED - REGISTER NOT PRINTED."
                                      TO  PE-TEXT
               GO  CHKPER-EXIT
           END-IF.
           MOVE  PCRLDT OF PERCTL-RECORD  TO  WS-STAMP-DATE.
           MOVE  PCRLTM OF PERCTL-RECORD  TO  WS-STAMP-TIME.
           MOVE  WS-STAMP-N  TO  WS-TO-STAMP.
      *�THE PERIOD STARTS THE MOMENT AFTER THE PREVIOUS ROLL, SO AN
      *�APPROVAL KEYED ON ROLL DAY AFTER THE ROLL FALLS IN THE NEXT
      *�PERIOD - THE FIRST PERIOD EVER ROLLED TAKES EVERY APPROVAL
      *�BEFORE ITS ROLL.
           MOVE  ZERO  TO  WS-FROM-STAMP.
           MOVE  WOFL-PERIOD  TO  PCPERD OF PERCTL-RECORD.
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
               MOVE  PCRLDT OF PERCTL-RECORD  TO  WS-STAMP-DATE
               MOVE  PCRLTM OF PERCTL-RECORD  TO  WS-STAMP-TIME
               MOVE  WS-STAMP-N  TO  WS-FROM-STAMP
           END-IF.
       CHKPER-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-WOFREQ-PARA                                          *
      *  READS EVERY WRITE-OFF REQUEST AND RELEASES ONE SORT RECORD   *
      *  FOR EACH ONE APPROVED INSIDE THE PERIOD.                     *
      *****************************************************************
       RELEASE-WOFREQ-PARA.
           PERFORM READ-NEXT-WOFREQ  THRU  RNWOF-EXIT.
           PERFORM RELEASE-ONE-WOFREQ  THRU  REL1W-EXIT
                   UNTIL  RECORD-FOUND-WOFREQ = "N".
       RELWOF-EXIT.  EXIT.

       RELEASE-ONE-WOFREQ.
           IF  WRSTAT OF WOFREQ-RECORD NOT = "A"
               GO  REL1W-NEXT
           END-IF.
           MOVE  WRDCDT OF WOFREQ-RECORD  TO  WS-STAMP-DATE.
           MOVE  WRDCTM OF WOFREQ-RECORD  TO  WS-STAMP-TIME.
           IF  WS-STAMP-N NOT > WS-FROM-STAMP
                OR  WS-STAMP-N > WS-TO-STAMP
               GO  REL1W-NEXT
           END-IF.
           MOVE  WRB3CD OF WOFREQ-RECORD  TO  SR-B3CD.
           MOVE  WRPERS OF WOFREQ-RECORD  TO  SR-PERS.
           MOVE  WRBCCD OF WOFREQ-RECORD  TO  SR-BCCD.
           MOVE  WRSEQN OF WOFREQ-RECORD  TO  SR-SEQN.
           MOVE  WRAMT  OF WOFREQ-RECORD  TO  SR-AMT.
           MOVE  WRRSCD OF WOFREQ-RECORD  TO  SR-RSCD.
           MOVE  WRRQDT OF WOFREQ-RECORD  TO  SR-RQDT.
           MOVE  WRDCDT OF WOFREQ-RECORD  TO  SR-DCDT.
           MOVE  WRRQID OF WOFREQ-RECORD  TO  SR-RQID.
           MOVE  WRDCID OF WOFREQ-RECORD  TO  SR-DCID.
           RELEASE  SORT-RECORD.
       REL1W-NEXT.
           PERFORM READ-NEXT-WOFREQ  THRU  RNWOF-EXIT.
       REL1W-EXIT.  EXIT.

       READ-NEXT-WOFREQ.
           MOVE "Y"   TO RECORD-FOUND-WOFREQ.
           READ  WOFREQ-FILE   NEXT RECORD
              AT END  MOVE "N"  TO  RECORD-FOUND-WOFREQ
           END-READ.
       RNWOF-EXIT.  EXIT.

      *****************************************************************
      *  REPORT-PARA                                                  *
      *  RETURNS THE SORTED WRITE-OFFS AND PRINTS THE REGISTER -       *
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
           PERFORM PRINT-DETAIL-LINE  THRU  PRDTL-EXIT.
           ADD  1       TO  SL-COUNT   RG-COUNT   GT-COUNT.
           ADD  SR-AMT  TO  SL-AMOUNT  RG-AMOUNT  GT-AMOUNT.
           PERFORM RETURN-SORT-RECORD  THRU  RETSRT-EXIT.
       PRCSRT-EXIT.  EXIT.

       RETURN-SORT-RECORD.
           RETURN  SORT-FILE
               AT END
                  MOVE  "Y"  TO  SORT-EOF
           END-RETURN.
       RETSRT-EXIT.  EXIT.

       PRINT-REGION-HEADING.
           MOVE  WS-CUR-REGION  TO  RH-B3CD.
           WRITE  LIST-RECORD  FROM  WS-REGION-HEADING
                  AFTER ADVANCING 2 LINES.
       PRRGH-EXIT.  EXIT.

       PRINT-SLM-HEADING.
           PERFORM LOOKUP-SLMEN-ROUTINE  THRU  LKSLM-EXIT.
           MOVE  WS-CUR-PERSON  TO  SH-PERSON.
           MOVE  PNAME OF SLMEN-RECORD  TO  SH-PNAME.
           WRITE  LIST-RECORD  FROM  WS-SLM-HEADING
                  AFTER ADVANCING 2 LINES.
       PRSLH-EXIT.  EXIT.

      *****************************************************************
      *  PRINT-DETAIL-LINE                                            *
      *  ONE WRITE-OFF - THE CUSTOMER NAME FROM CUSTS-FILE AND THE    *
      *  REASON DESCRIPTION FROM REFCDS-FILE ARE LOOKED UP AT PRINT   *
      *  TIME.                                                        *
      *****************************************************************
       PRINT-DETAIL-LINE.
           MOVE  SR-BCCD  TO  DL-BCCD  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "Y"
               MOVE  XWG4TX OF CUSTS-RECORD (1:25)  TO  DL-NAME
           ELSE
               MOVE  ALL "-"  TO  DL-NAME
           END-IF.
           MOVE  WO-CODE-TYPE  TO  RFTYPE OF REFCDS-RECORD.
           MOVE  SR-RSCD       TO  RFCODE OF REFCDS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-REFCDS.
           READ  REFCDS-FILE
               INVALID KEY
                  MOVE "N"  TO  RECORD-FOUND-REFCDS
           END-READ.
           IF  RECORD-FOUND-REFCDS = "Y"
               MOVE  RFDESC OF REFCDS-RECORD (1:20)  TO  DL-RSDS
           ELSE
               MOVE  ALL "-"  TO  DL-RSDS
           END-IF.
           MOVE  SR-RQDT  TO  DL-RQDT.
           MOVE  SR-DCDT  TO  DL-DCDT.
           MOVE  SR-RSCD  TO  DL-RSCD.
           MOVE  SR-AMT   TO  DL-AMOUNT.
           MOVE  SR-RQID  TO  DL-RQID.
           MOVE  SR-DCID  TO  DL-DCID.
           WRITE  LIST-RECORD  FROM  WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.
       PRDTL-EXIT.  EXIT.

       PRINT-SLM-TOTALS.
           PERFORM LOOKUP-SLMEN-ROUTINE  THRU  LKSLM-EXIT.
           MOVE  "SALESMAN TOTAL"  TO  TL-LABEL.
           MOVE  WS-CUR-PERSON  TO  TL-CODE.
           MOVE  PNAME OF SLMEN-RECORD  TO  TL-NAME.
           MOVE  SL-COUNT   TO  TL-COUNT.
           MOVE  SL-AMOUNT  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           INITIALIZE  WS-SLM-TOTALS  REPLACING NUMERIC BY ZEROS.
       PRSLM-EXIT.  EXIT.

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

       PRINT-RGN-TOTALS.
           MOVE  "REGION TOTAL"  TO  TL-LABEL.
           MOVE  WS-CUR-REGION   TO  TL-CODE.
           MOVE  SPACES     TO  TL-NAME.
           MOVE  RG-COUNT   TO  TL-COUNT.
           MOVE  RG-AMOUNT  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           INITIALIZE  WS-RGN-TOTALS  REPLACING NUMERIC BY ZEROS.
       PRRGN-EXIT.  EXIT.

       PRINT-GRAND-TOTALS.
           MOVE  "GRAND TOTAL"  TO  TL-LABEL.
           MOVE  SPACES     TO  TL-CODE  TL-NAME.
           MOVE  GT-COUNT   TO  TL-COUNT.
           MOVE  GT-AMOUNT  TO  TL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
       PRGRT-EXIT.  EXIT.
