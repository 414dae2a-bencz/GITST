       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSQTL.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Sales quota load - loads the annual sales plan into
      * SLSQTA-FILE in one go instead of keying every quota through
      * CBCUSQTM. Reads a comma-delimited file with one quota per
      * row (salesman code, region code, accounting period CCYYMM,
      * product category A-G or blank for all categories, quota
      * amount) and adds the quota, or replaces the amount of a
      * quota already on file, so a revised plan can simply be
      * loaded again. Every row is validated with the same checks
      * CBCUSQTM makes on the screen - salesman on SLMEN-FILE, region
      * on REFCDS-FILE under type RG, a valid period, category A-G or
      * blank, a quota greater than zero - with the numeric columns
      * shape-checked the way CBCUSCSH checks its lockbox columns. A
      * new quota is refused for an inactive salesman, and for a
      * region and period the salesman is already quoted for in the
      * other style (in total or by category). A bad row is rejected
      * to the register with a reason and the load carries on with
      * the next row, in the reject-and-continue style of CBCUSIMP.
      *
      * Every quota added or changed is written to MSTHST-FILE under
      * master SLSQTA exactly as CBCUSQTM records it, with the user
      * id set to this program's name. Loading the same file twice
      * changes nothing the second time, so the load keeps no run
      * record - an interrupted load is simply run again.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SLSQTA-FILE
               ASSIGN TO DATABASE-SLSQTA
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLSQTA-RECORD
               FILE STATUS IS SLSQTA-FILE-STATUS.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                        WITH DUPLICATES.

           SELECT REFCDS-FILE
               ASSIGN TO DATABASE-REFCDS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF REFCDS-RECORD
               FILE STATUS IS REFCDS-FILE-STATUS.

           SELECT MSTHST-FILE
               ASSIGN TO DATABASE-MSTHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF MSTHST-RECORD
               FILE STATUS IS MSTHST-FILE-STATUS.

           SELECT QTAIMP-FILE
               ASSIGN TO DATABASE-QTAIMP
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LIST-FILE
               ASSIGN TO PRINTER-QSYSPRT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SLSQTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLSQTA-RECORD.
           COPY DDS-SLSQTAR     OF  SLSQTA.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN  OF  SLMEN.

       FD  REFCDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFCDS-RECORD.
           COPY DDS-REFCDSR     OF  REFCDS.

       FD  MSTHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTHST-RECORD.
           COPY DDS-MSTHSTR     OF  MSTHST.

       FD  QTAIMP-FILE
           LABEL RECORDS ARE OMITTED.
       01  QTAIMP-RECORD           PIC X(100).

       FD  LIST-FILE
           LABEL RECORDS ARE OMITTED.
       01  LIST-RECORD             PIC X(132).

       WORKING-STORAGE SECTION.
       01  SLSQTA-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  REFCDS-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  MSTHST-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-SLSQTA     PIC X   VALUE SPACES.
           02  RECORD-FOUND-SLMEN      PIC X   VALUE SPACES.
           02  RECORD-FOUND-REFCDS     PIC X   VALUE SPACES.
           02  RECORD-FOUND-MSTHST     PIC X   VALUE SPACES.
           02  MORE-QUOTA-ROWS         PIC X   VALUE "Y".
           02  WS-ROW-ERROR            PIC X   VALUE SPACES.
           02  WS-ROW-REASON           PIC X(40) VALUE SPACES.
           02  WS-ROW-TEXT             PIC X(40) VALUE SPACES.
           02  WS-HAS-TOTAL            PIC X   VALUE SPACES.
           02  WS-HAS-CATEGORY         PIC X   VALUE SPACES.
           02  WS-ROWS-READ            PIC 9(07) VALUE 0.
           02  WS-ROWS-ADDED           PIC 9(07) VALUE 0.
           02  WS-ROWS-REPLACED        PIC 9(07) VALUE 0.
           02  WS-ROWS-UNCHANGED       PIC 9(07) VALUE 0.
           02  WS-ROWS-REJECTED        PIC 9(07) VALUE 0.
           02  WS-AMT-LOADED           PIC S9(13)V99 VALUE 0.
           02  WS-AMT-REJECTED         PIC S9(13)V99 VALUE 0.
           02  WS-COL-COUNT            PIC 9(03) VALUE 0.
           02  I                       PIC 9(03) VALUE 0.

      * THE QUOTA ON THE ROW BEING LOADED, AND THE AMOUNT ALREADY ON
      * FILE FOR IT - THE BEFORE-IMAGE THE AUDIT TRAIL RECORDS.
       01  WS-QUOTA-VARIABLES.
           02  WS-QTA-PERS             PIC X(05) VALUE SPACES.
           02  WS-QTA-B3CD             PIC X(05) VALUE SPACES.
           02  WS-QTA-PERD             PIC 9(06) VALUE 0.
           02  WS-QTA-PERD-SPLIT REDEFINES WS-QTA-PERD.
               03  WS-QTA-CCYY         PIC 9(04).
               03  WS-QTA-MM           PIC 9(02).
           02  WS-QTA-PCAT             PIC X(01) VALUE SPACES.
           02  WS-QTA-AMT              PIC S9(9)V99 VALUE 0.
           02  WS-NEW-AMT              PIC S9(11)V99 VALUE 0.

       01  WS-CONSTANTS.
           02  BATCH-USER-ID           PIC X(10) VALUE "CBCUSQTL".
           02  COLUMNS-EXPECTED        PIC 9(03) VALUE 5.
           02  SLSQTA-MASTER           PIC X(06) VALUE "SLSQTA".
           02  REF-TYPE-REGION         PIC X(02) VALUE "RG".

      * NUMERIC CONVERSION WORK AREA - SAME STATE-MACHINE CHECK
      * CBCUSCSH RUNS OVER ITS LOCKBOX COLUMNS.
       01  WS-CONVERT-FIELDS.
           02  WS-CNV-TEXT             PIC X(30) VALUE SPACES.
           02  WS-CNV-NAME             PIC X(10) VALUE SPACES.
           02  WS-CNV-VALUE            PIC S9(11)V99 VALUE 0.
           02  WS-CNV-CHAR             PIC X(01) VALUE SPACE.
           02  WS-CNV-STATE            PIC 9(01) VALUE 0.

       01  WS-AUDIT-VARIABLES.
           02  WS-MHSEQNO              PIC 9(07) VALUE 0.
           02  WS-MST-CODE             PIC X(05) VALUE SPACES.
           02  WS-USER-ID              PIC X(10) VALUE SPACES.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS     PIC 9(06).
               03  WS-SYS-TIME-HH      PIC 9(02).
           02  WS-AUD-FLDNM            PIC X(10) VALUE SPACES.
           02  WS-AUD-OLDVAL           PIC X(30) VALUE SPACES.
           02  WS-AUD-NEWVAL           PIC X(30) VALUE SPACES.
           02  WS-AUD-EDIT-AMT         PIC ZZZ,ZZZ,ZZ9.99-.

      * ONE TEXT FIELD PER QUOTA FILE COLUMN
       01  WS-QUOTA-COLUMNS.
           02  WQ-PERS                 PIC X(30).
           02  WQ-B3CD                 PIC X(30).
           02  WQ-PERD                 PIC X(30).
           02  WQ-PCAT                 PIC X(30).
           02  WQ-AMT                  PIC X(30).

       01  WS-HEADING-1.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(40) VALUE
               "SALES QUOTA LOAD REGISTER".
           02  FILLER            PIC X(12) VALUE "RUN DATE:".
           02  HD-RUNDATE        PIC 9(08).
           02  FILLER            PIC X(71) VALUE SPACES.

       01  WS-HEADING-2.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  FILLER            PIC X(08) VALUE "ROW".
           02  FILLER            PIC X(07) VALUE "SLSMN".
           02  FILLER            PIC X(07) VALUE "REGN".
           02  FILLER            PIC X(08) VALUE "PERIOD".
           02  FILLER            PIC X(04) VALUE "CAT".
           02  FILLER            PIC X(15) VALUE "          QUOTA".
           02  FILLER            PIC X(42) VALUE "  DISPOSITION".
           02  FILLER            PIC X(40) VALUE SPACES.

       01  WS-DETAIL-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
           02  DL-ROW            PIC ZZZZZZ9.
           02  FILLER            PIC X(01) VALUE SPACES.
           02  DL-PERS           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-B3CD           PIC X(05).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-PERD           PIC 9(06).
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-PCAT           PIC X(01).
           02  FILLER            PIC X(03) VALUE SPACES.
           02  DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(02) VALUE SPACES.
           02  DL-TEXT           PIC X(40).
           02  FILLER            PIC X(40) VALUE SPACES.

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
           02  AL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           02  FILLER            PIC X(84) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           MOVE  BATCH-USER-ID  TO  WS-USER-ID.
           PERFORM PRINT-HEADINGS  THRU  PRTHDG-EXIT.
           PERFORM READ-QUOTA-ROW  THRU  RDQTR-EXIT.
           PERFORM PROCESS-QUOTA-ROW  THRU  PRCQTR-EXIT
                   UNTIL  MORE-QUOTA-ROWS = "N".
           PERFORM PRINT-TOTAL-LINES  THRU  PRTOT-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       OPEN-FILES.
           OPEN  I-O     SLSQTA-FILE
                         MSTHST-FILE
                 INPUT   SLMEN-FILE
                         REFCDS-FILE
                         QTAIMP-FILE
                 OUTPUT  LIST-FILE.
       OPENF-EXIT.  EXIT.

       CLOSE-FILES.
           CLOSE  SLSQTA-FILE
                  MSTHST-FILE
                  SLMEN-FILE
                  REFCDS-FILE
                  QTAIMP-FILE
                  LIST-FILE.
       CLOSEF-EXIT.  EXIT.

       PRINT-HEADINGS.
           MOVE  WS-SYS-DATE  TO  HD-RUNDATE.
           WRITE  LIST-RECORD  FROM  WS-HEADING-1
                  AFTER ADVANCING PAGE.
           WRITE  LIST-RECORD  FROM  WS-HEADING-2
                  AFTER ADVANCING 2 LINES.
       PRTHDG-EXIT.  EXIT.

       READ-QUOTA-ROW.
           READ  QTAIMP-FILE
               AT END
                  MOVE "N"  TO  MORE-QUOTA-ROWS
                  GO  RDQTR-EXIT
           END-READ.
           ADD  1  TO  WS-ROWS-READ.
       RDQTR-EXIT.  EXIT.

       PROCESS-QUOTA-ROW.
           PERFORM SPLIT-QUOTA-ROW   THRU  SPLQTR-EXIT.
           IF  WS-ROW-ERROR NOT = "Y"
               PERFORM VALIDATE-ROW-ROUTINE  THRU  VALROW-EXIT
           END-IF.
           IF  WS-ROW-ERROR NOT = "Y"
               PERFORM LOAD-QUOTA-ROUTINE  THRU  LOADQT-EXIT
           END-IF.
           IF  WS-ROW-ERROR = "Y"
               MOVE  WS-ROW-REASON  TO  WS-ROW-TEXT
               ADD  1  TO  WS-ROWS-REJECTED
               ADD  WS-NEW-AMT  TO  WS-AMT-REJECTED
           END-IF.
           PERFORM PRINT-DETAIL-LINE  THRU  PRDTL-EXIT.
           PERFORM READ-QUOTA-ROW  THRU  RDQTR-EXIT.
       PRCQTR-EXIT.  EXIT.

       SPLIT-QUOTA-ROW.
           MOVE  SPACES  TO  WS-ROW-ERROR  WS-ROW-REASON  WS-ROW-TEXT.
           MOVE  SPACES  TO  WS-QUOTA-COLUMNS.
           MOVE  SPACES  TO  WS-QTA-PERS  WS-QTA-B3CD  WS-QTA-PCAT.
           MOVE  0  TO  WS-COL-COUNT  WS-QTA-PERD  WS-NEW-AMT.
           UNSTRING  QTAIMP-RECORD  DELIMITED BY ","
               INTO  WQ-PERS  WQ-B3CD  WQ-PERD  WQ-PCAT  WQ-AMT
               TALLYING IN WS-COL-COUNT
           END-UNSTRING.
           MOVE  WQ-PERS (1:5)  TO  WS-QTA-PERS.
           MOVE  WQ-B3CD (1:5)  TO  WS-QTA-B3CD.
           MOVE  WQ-PCAT (1:1)  TO  WS-QTA-PCAT.
           IF  WS-COL-COUNT NOT = COLUMNS-EXPECTED
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "WRONG NUMBER OF COLUMNS"  TO  WS-ROW-REASON
           END-IF.
       SPLQTR-EXIT.  EXIT.

      *****************************************************************
      *  VALIDATE-ROW-ROUTINE                                          *
      *  THE FIRST FAILURE REJECTS THE ROW - UNKNOWN SALESMAN OR       *
      *  REGION, A NON-NUMERIC OR UNUSABLE PERIOD, A CATEGORY OTHER    *
      *  THAN A-G OR BLANK, OR A NON-NUMERIC OR NON-POSITIVE QUOTA.    *
      *****************************************************************
       VALIDATE-ROW-ROUTINE.
           IF  WS-QTA-PERS = SPACES
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "SALESMAN CODE IS BLANK"  TO  WS-ROW-REASON
               GO  VALROW-EXIT
           END-IF.
           MOVE  WS-QTA-PERS  TO  PERSON OF SLMEN-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLMEN.
           READ  SLMEN-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SLMEN
           END-READ.
           IF  RECORD-FOUND-SLMEN = "N"
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "SALESMAN NOT ON SLMEN-FILE"  TO  WS-ROW-REASON
               GO  VALROW-EXIT
           END-IF.
           MOVE  REF-TYPE-REGION  TO  RFTYPE OF REFCDS-RECORD.
           MOVE  WS-QTA-B3CD      TO  RFCODE OF REFCDS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-REFCDS.
           IF  WS-QTA-B3CD = SPACES
               MOVE  "N"  TO  RECORD-FOUND-REFCDS
           ELSE
               READ  REFCDS-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-REFCDS
               END-READ
           END-IF.
           IF  RECORD-FOUND-REFCDS = "N"
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "REGION NOT ON REFCDS-FILE"  TO  WS-ROW-REASON
               GO  VALROW-EXIT
           END-IF.
           MOVE  WQ-PERD  TO  WS-CNV-TEXT.
           MOVE  "PERIOD"  TO  WS-CNV-NAME.
           PERFORM CHECK-ONE-NUMERIC  THRU  CHK1NM-EXIT.
           IF  WS-ROW-ERROR = "Y"
               GO  VALROW-EXIT
           END-IF.
           PERFORM CONVERT-NUMERIC-ROUTINE  THRU  CNVNUM-EXIT.
           MOVE  WS-CNV-VALUE  TO  WS-QTA-PERD.
      *�A PERIOD KEYED WITH A FRACTION OR A SIGN DOES NOT SURVIVE THE
      *�MOVE TO CCYYMM UNCHANGED AND IS REFUSED WITH THE REST.
           IF  WS-QTA-PERD NOT = WS-CNV-VALUE
                OR  WS-QTA-CCYY < 1900
                OR  WS-QTA-MM < 01  OR  WS-QTA-MM > 12
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "PERIOD IS NOT USABLE (CCYYMM)"  TO  WS-ROW-REASON
               GO  VALROW-EXIT
           END-IF.
           IF  WQ-PCAT (2:29) NOT = SPACES
                OR  (WS-QTA-PCAT NOT = SPACE
                AND  (WS-QTA-PCAT < "A"  OR  WS-QTA-PCAT > "G"))
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "CATEGORY MUST BE A-G OR BLANK"  TO  WS-ROW-REASON
               GO  VALROW-EXIT
           END-IF.
           MOVE  WQ-AMT  TO  WS-CNV-TEXT.
           MOVE  "QUOTA"  TO  WS-CNV-NAME.
           PERFORM CHECK-ONE-NUMERIC  THRU  CHK1NM-EXIT.
           IF  WS-ROW-ERROR = "Y"
               GO  VALROW-EXIT
           END-IF.
           PERFORM CONVERT-NUMERIC-ROUTINE  THRU  CNVNUM-EXIT.
           MOVE  WS-CNV-VALUE  TO  WS-NEW-AMT.
           IF  WS-NEW-AMT NOT > ZERO
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "QUOTA AMOUNT IS NOT POSITIVE"  TO  WS-ROW-REASON
               GO  VALROW-EXIT
           END-IF.
           IF  WS-NEW-AMT > 999999999.99
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "QUOTA AMOUNT IS TOO LARGE"  TO  WS-ROW-REASON
               GO  VALROW-EXIT
           END-IF.
       VALROW-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-ONE-NUMERIC                                             *
      *  THE SAME SHAPE CHECK CBCUSCSH RUNS OVER ITS NUMERIC COLUMNS   *
      *  - OPTIONAL LEADING SPACES, AT MOST ONE "-" DIRECTLY BEFORE    *
      *  THE DIGITS, ONE CONTIGUOUS DIGIT RUN, AT MOST ONE "."         *
      *  FOLLOWED ONLY BY DIGITS, THEN TRAILING SPACES.                *
      *****************************************************************
       CHECK-ONE-NUMERIC.
           MOVE  1  TO  WS-CNV-STATE.
           PERFORM  CHECK-NUMERIC-CHAR  THRU  CHKNCH-EXIT
                    VARYING  I  FROM  1  BY  1
                    UNTIL  I > 30
                    OR     WS-ROW-ERROR = "Y".
      *�A FIELD THAT ENDS RIGHT AFTER A SIGN OR A DECIMAL POINT HAS
      *�NO DIGITS WHERE DIGITS ARE REQUIRED.
           IF  WS-ROW-ERROR NOT = "Y"
                AND  (WS-CNV-STATE = 2  OR  WS-CNV-STATE = 4)
               PERFORM  FLAG-BAD-NUMERIC  THRU  FLGBAD-EXIT
           END-IF.
       CHK1NM-EXIT.  EXIT.

       CHECK-NUMERIC-CHAR.
           MOVE  WS-CNV-TEXT (I:1)  TO  WS-CNV-CHAR.
           EVALUATE  WS-CNV-STATE
             WHEN  1
      *�LEADING SPACES, THEN AN OPTIONAL SIGN OR THE FIRST DIGIT
               EVALUATE  TRUE
                 WHEN  WS-CNV-CHAR = SPACE
                   CONTINUE
                 WHEN  WS-CNV-CHAR = "-"
                   MOVE  2  TO  WS-CNV-STATE
                 WHEN  WS-CNV-CHAR NOT < "0"
                        AND  WS-CNV-CHAR NOT > "9"
                   MOVE  3  TO  WS-CNV-STATE
                 WHEN  OTHER
                   PERFORM  FLAG-BAD-NUMERIC  THRU  FLGBAD-EXIT
               END-EVALUATE
             WHEN  2
      *�A SIGN MUST BE FOLLOWED DIRECTLY BY A DIGIT
               IF  WS-CNV-CHAR NOT < "0"  AND  WS-CNV-CHAR NOT > "9"
                   MOVE  3  TO  WS-CNV-STATE
               ELSE
                   PERFORM  FLAG-BAD-NUMERIC  THRU  FLGBAD-EXIT
               END-IF
             WHEN  3
      *�THE INTEGER DIGIT RUN
               EVALUATE  TRUE
                 WHEN  WS-CNV-CHAR NOT < "0"
                        AND  WS-CNV-CHAR NOT > "9"
                   CONTINUE
                 WHEN  WS-CNV-CHAR = "."
                   MOVE  4  TO  WS-CNV-STATE
                 WHEN  WS-CNV-CHAR = SPACE
                   MOVE  6  TO  WS-CNV-STATE
                 WHEN  OTHER
                   PERFORM  FLAG-BAD-NUMERIC  THRU  FLGBAD-EXIT
               END-EVALUATE
             WHEN  4
      *�A DECIMAL POINT MUST BE FOLLOWED DIRECTLY BY A DIGIT
               IF  WS-CNV-CHAR NOT < "0"  AND  WS-CNV-CHAR NOT > "9"
                   MOVE  5  TO  WS-CNV-STATE
               ELSE
                   PERFORM  FLAG-BAD-NUMERIC  THRU  FLGBAD-EXIT
               END-IF
             WHEN  5
      *�THE FRACTION DIGIT RUN
               EVALUATE  TRUE
                 WHEN  WS-CNV-CHAR NOT < "0"
                        AND  WS-CNV-CHAR NOT > "9"
                   CONTINUE
                 WHEN  WS-CNV-CHAR = SPACE
                   MOVE  6  TO  WS-CNV-STATE
                 WHEN  OTHER
                   PERFORM  FLAG-BAD-NUMERIC  THRU  FLGBAD-EXIT
               END-EVALUATE
             WHEN  OTHER
      *�AFTER THE VALUE, TRAILING SPACES ONLY
               IF  WS-CNV-CHAR NOT = SPACE
                   PERFORM  FLAG-BAD-NUMERIC  THRU  FLGBAD-EXIT
               END-IF
           END-EVALUATE.
       CHKNCH-EXIT.  EXIT.

       FLAG-BAD-NUMERIC.
           MOVE  "Y"  TO  WS-ROW-ERROR.
           MOVE  SPACES  TO  WS-ROW-REASON.
           STRING  "NON-NUMERIC VALUE IN "  DELIMITED BY SIZE
                   WS-CNV-NAME              DELIMITED BY SPACE
                   INTO  WS-ROW-REASON
           END-STRING.
       FLGBAD-EXIT.  EXIT.

       CONVERT-NUMERIC-ROUTINE.
           IF  WS-CNV-TEXT = SPACES
               MOVE  ZERO  TO  WS-CNV-VALUE
           ELSE
               COMPUTE  WS-CNV-VALUE  =  FUNCTION NUMVAL (WS-CNV-TEXT)
           END-IF.
       CNVNUM-EXIT.  EXIT.

      *****************************************************************
      *  LOAD-QUOTA-ROUTINE                                            *
      *  ADDS THE QUOTA, OR REPLACES THE AMOUNT OF THE QUOTA ALREADY   *
      *  ON FILE, AND RECORDS THE CHANGE ON MSTHST-FILE. A ROW THAT    *
      *  MATCHES THE QUOTA ON FILE IS COUNTED AND LEFT ALONE.          *
      *****************************************************************
       LOAD-QUOTA-ROUTINE.
           MOVE  WS-QTA-PERS  TO  WS-MST-CODE.
           PERFORM READ-QUOTA-ROUTINE  THRU  RDQTA-EXIT.
           IF  RECORD-FOUND-SLSQTA = "Y"
               PERFORM REPLACE-QUOTA-ROUTINE  THRU  REPQTA-EXIT
           ELSE
               PERFORM ADD-QUOTA-ROUTINE  THRU  ADDQTA-EXIT
           END-IF.
       LOADQT-EXIT.  EXIT.

       ADD-QUOTA-ROUTINE.
           IF  XWC7ST OF SLMEN-RECORD = "I"
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "SALESMAN IS INACTIVE - NO NEW QUOTA"
                                      TO  WS-ROW-REASON
               GO  ADDQTA-EXIT
           END-IF.
           PERFORM CHECK-STYLE-ROUTINE  THRU  CHKSTY-EXIT.
           IF  WS-QTA-PCAT = SPACE  AND  WS-HAS-CATEGORY = "Y"
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "PERIOD ALREADY QUOTED BY CATEGORY"
                                      TO  WS-ROW-REASON
               GO  ADDQTA-EXIT
           END-IF.
           IF  WS-QTA-PCAT NOT = SPACE  AND  WS-HAS-TOTAL = "Y"
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "PERIOD ALREADY QUOTED IN TOTAL"
                                      TO  WS-ROW-REASON
               GO  ADDQTA-EXIT
           END-IF.
           MOVE  WS-QTA-PERS    TO  QTPERS OF SLSQTA-RECORD.
           MOVE  WS-QTA-B3CD    TO  QTB3CD OF SLSQTA-RECORD.
           MOVE  WS-QTA-PERD    TO  QTPERD OF SLSQTA-RECORD.
           MOVE  WS-QTA-PCAT    TO  QTPCAT OF SLSQTA-RECORD.
           MOVE  WS-NEW-AMT     TO  QTAMT  OF SLSQTA-RECORD.
           MOVE  WS-SYS-DATE    TO  QTCHDT OF SLSQTA-RECORD.
           MOVE  WS-USER-ID     TO  QTUSID OF SLSQTA-RECORD.
           WRITE  SLSQTA-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ROW-ERROR
                  MOVE  "ADD FAILED - FILE STATUS ERROR"
                                         TO  WS-ROW-REASON
           END-WRITE.
           IF  WS-ROW-ERROR = "Y"
               GO  ADDQTA-EXIT
           END-IF.
           MOVE  "QUOTA ADDED"  TO  WS-ROW-TEXT.
           ADD  1  TO  WS-ROWS-ADDED.
           ADD  WS-NEW-AMT  TO  WS-AMT-LOADED.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  "QTAMT"   TO  WS-AUD-FLDNM.
           MOVE  SPACES    TO  WS-AUD-OLDVAL.
           PERFORM EDIT-AMT-NEW  THRU  EDTAN-EXIT.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       ADDQTA-EXIT.  EXIT.

       REPLACE-QUOTA-ROUTINE.
           IF  WS-NEW-AMT = WS-QTA-AMT
               MOVE  "UNCHANGED - SAME QUOTA ON FILE"  TO  WS-ROW-TEXT
               ADD  1  TO  WS-ROWS-UNCHANGED
               GO  REPQTA-EXIT
           END-IF.
           MOVE  WS-NEW-AMT     TO  QTAMT  OF SLSQTA-RECORD.
           MOVE  WS-SYS-DATE    TO  QTCHDT OF SLSQTA-RECORD.
           MOVE  WS-USER-ID     TO  QTUSID OF SLSQTA-RECORD.
           REWRITE  SLSQTA-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ROW-ERROR
                  MOVE  "UPDATE FAILED - FILE STATUS ERROR"
                                         TO  WS-ROW-REASON
           END-REWRITE.
           IF  WS-ROW-ERROR = "Y"
               GO  REPQTA-EXIT
           END-IF.
           MOVE  "QUOTA REPLACED"  TO  WS-ROW-TEXT.
           ADD  1  TO  WS-ROWS-REPLACED.
           ADD  WS-NEW-AMT  TO  WS-AMT-LOADED.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  "QTAMT"   TO  WS-AUD-FLDNM.
           PERFORM EDIT-AMT-OLD  THRU  EDTAO-EXIT.
           PERFORM EDIT-AMT-NEW  THRU  EDTAN-EXIT.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       REPQTA-EXIT.  EXIT.

      *****************************************************************
      *  AUDIT VALUE EDITS - THE SAME LAYOUT CBCUSQTM WRITES: REGION,  *
      *  PERIOD AND CATEGORY OF THE QUOTA, FOLLOWED BY THE AMOUNT.     *
      *****************************************************************
       EDIT-AMT-OLD.
           MOVE  WS-QTA-AMT  TO  WS-AUD-EDIT-AMT.
           MOVE  SPACES  TO  WS-AUD-OLDVAL.
           STRING  WS-QTA-B3CD  " "  WS-QTA-PERD  " "  WS-QTA-PCAT
                   " "  WS-AUD-EDIT-AMT
                   DELIMITED BY SIZE  INTO  WS-AUD-OLDVAL.
       EDTAO-EXIT.  EXIT.

       EDIT-AMT-NEW.
           MOVE  WS-NEW-AMT  TO  WS-AUD-EDIT-AMT.
           MOVE  SPACES  TO  WS-AUD-NEWVAL.
           STRING  WS-QTA-B3CD  " "  WS-QTA-PERD  " "  WS-QTA-PCAT
                   " "  WS-AUD-EDIT-AMT
                   DELIMITED BY SIZE  INTO  WS-AUD-NEWVAL.
       EDTAN-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-STYLE-ROUTINE                                           *
      *  AS CBCUSQTM - NOTES WHETHER THE SALESMAN, REGION AND PERIOD   *
      *  ALREADY HAVE A TOTAL QUOTA (CATEGORY BLANK) OR CATEGORY       *
      *  QUOTAS.                                                       *
      *****************************************************************
       CHECK-STYLE-ROUTINE.
           MOVE  "N"  TO  WS-HAS-TOTAL  WS-HAS-CATEGORY.
           MOVE  WS-QTA-PERS    TO  QTPERS OF SLSQTA-RECORD.
           MOVE  WS-QTA-B3CD    TO  QTB3CD OF SLSQTA-RECORD.
           MOVE  WS-QTA-PERD    TO  QTPERD OF SLSQTA-RECORD.
           MOVE  SPACES         TO  QTPCAT OF SLSQTA-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLSQTA.
           START  SLSQTA-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF SLSQTA-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SLSQTA
           END-START.
           PERFORM  CHECK-ONE-STYLE  THRU  CHK1ST-EXIT
                    UNTIL  RECORD-FOUND-SLSQTA = "N".
       CHKSTY-EXIT.  EXIT.

       CHECK-ONE-STYLE.
           READ  SLSQTA-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-SLSQTA
           END-READ.
           IF  RECORD-FOUND-SLSQTA = "Y"
                AND  (QTPERS OF SLSQTA-RECORD NOT = WS-QTA-PERS
                 OR   QTB3CD OF SLSQTA-RECORD NOT = WS-QTA-B3CD
                 OR   QTPERD OF SLSQTA-RECORD NOT = WS-QTA-PERD)
               MOVE  "N"  TO  RECORD-FOUND-SLSQTA
           END-IF.
           IF  RECORD-FOUND-SLSQTA = "N"
               GO CHK1ST-EXIT
           END-IF.
           IF  QTPCAT OF SLSQTA-RECORD = SPACE
               MOVE  "Y"  TO  WS-HAS-TOTAL
           ELSE
               MOVE  "Y"  TO  WS-HAS-CATEGORY
           END-IF.
       CHK1ST-EXIT.  EXIT.

       READ-QUOTA-ROUTINE.
           MOVE  ZERO  TO  WS-QTA-AMT.
           MOVE  WS-QTA-PERS    TO  QTPERS OF SLSQTA-RECORD.
           MOVE  WS-QTA-B3CD    TO  QTB3CD OF SLSQTA-RECORD.
           MOVE  WS-QTA-PERD    TO  QTPERD OF SLSQTA-RECORD.
           MOVE  WS-QTA-PCAT    TO  QTPCAT OF SLSQTA-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLSQTA.
           READ  SLSQTA-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SLSQTA
           END-READ.
           IF  RECORD-FOUND-SLSQTA = "Y"
               MOVE  QTAMT OF SLSQTA-RECORD  TO  WS-QTA-AMT
           END-IF.
       RDQTA-EXIT.  EXIT.

      *****************************************************************
      *  NEXT-MHSEQNO-ROUTINE                                          *
      *  SAME IDIOM AS CBCUSQTM - FINDS THE HIGHEST AUDIT SEQUENCE     *
      *  ALREADY ON FILE FOR THIS SALESMAN.                            *
      *****************************************************************
       NEXT-MHSEQNO-ROUTINE.
           MOVE  ZERO  TO  WS-MHSEQNO.
           MOVE  SLSQTA-MASTER  TO  MHFILE OF MSTHST-RECORD.
           MOVE  WS-MST-CODE    TO  MHCODE OF MSTHST-RECORD.
           MOVE  9999999  TO  MHSEQNO OF MSTHST-RECORD.
           START  MSTHST-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF MSTHST-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-MSTHST
                  NOT INVALID KEY
                      MOVE "Y" TO RECORD-FOUND-MSTHST
           END-START.
           IF  RECORD-FOUND-MSTHST = "Y"
               READ  MSTHST-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-MSTHST
               END-READ
           END-IF.
           IF  RECORD-FOUND-MSTHST = "Y"
                AND  MHFILE OF MSTHST-RECORD = SLSQTA-MASTER
                AND  MHCODE OF MSTHST-RECORD = WS-MST-CODE
               MOVE  MHSEQNO OF MSTHST-RECORD  TO  WS-MHSEQNO
           END-IF.
       NXTMSQ-EXIT. EXIT.

       WRITE-AUDIT-RECORD.
           ADD  1  TO  WS-MHSEQNO.
           MOVE SLSQTA-MASTER             TO  MHFILE  OF MSTHST-RECORD.
           MOVE WS-MST-CODE               TO  MHCODE  OF MSTHST-RECORD.
           MOVE WS-MHSEQNO                TO  MHSEQNO OF MSTHST-RECORD.
           MOVE WS-SYS-DATE               TO  MHCHGDT OF MSTHST-RECORD.
           MOVE WS-SYS-TIME-HMS           TO  MHCHGTM OF MSTHST-RECORD.
           MOVE WS-USER-ID                TO  MHUSRID OF MSTHST-RECORD.
           MOVE WS-AUD-FLDNM              TO  MHFLDNM OF MSTHST-RECORD.
           MOVE WS-AUD-OLDVAL             TO  MHOLDVL OF MSTHST-RECORD.
           MOVE WS-AUD-NEWVAL             TO  MHNEWVL OF MSTHST-RECORD.
           WRITE MSTHST-RECORD
               INVALID KEY
                  DISPLAY "CBCUSQTL MSTHST WRITE FAILED, STATUS="
                          MSTHST-FILE-STATUS
           END-WRITE.
       WRTAUD-EXIT. EXIT.

       PRINT-DETAIL-LINE.
           MOVE  SPACES  TO  WS-DETAIL-LINE.
           MOVE  WS-ROWS-READ       TO  DL-ROW.
           MOVE  WS-QTA-PERS        TO  DL-PERS.
           MOVE  WS-QTA-B3CD        TO  DL-B3CD.
           MOVE  WS-QTA-PERD        TO  DL-PERD.
           MOVE  WS-QTA-PCAT        TO  DL-PCAT.
           MOVE  WS-NEW-AMT         TO  DL-AMOUNT.
           MOVE  WS-ROW-TEXT        TO  DL-TEXT.
           WRITE  LIST-RECORD  FROM  WS-DETAIL-LINE
                  AFTER ADVANCING 1 LINE.
       PRDTL-EXIT.  EXIT.

       PRINT-TOTAL-LINES.
           MOVE  "QUOTA ROWS READ:"       TO  TL-LABEL.
           MOVE  WS-ROWS-READ             TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "QUOTAS ADDED:"          TO  TL-LABEL.
           MOVE  WS-ROWS-ADDED            TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "QUOTAS REPLACED:"       TO  TL-LABEL.
           MOVE  WS-ROWS-REPLACED         TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "QUOTAS UNCHANGED:"      TO  TL-LABEL.
           MOVE  WS-ROWS-UNCHANGED        TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "ROWS REJECTED:"         TO  TL-LABEL.
           MOVE  WS-ROWS-REJECTED         TO  TL-COUNT.
           WRITE  LIST-RECORD  FROM  WS-TOTAL-LINE
                  AFTER ADVANCING 1 LINE.
           MOVE  "QUOTA AMOUNT LOADED:"   TO  AL-LABEL.
           MOVE  WS-AMT-LOADED            TO  AL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-AMOUNT-LINE
                  AFTER ADVANCING 2 LINES.
           MOVE  "QUOTA AMOUNT REJECTED:" TO  AL-LABEL.
           MOVE  WS-AMT-REJECTED          TO  AL-AMOUNT.
           WRITE  LIST-RECORD  FROM  WS-AMOUNT-LINE
                  AFTER ADVANCING 1 LINE.
       PRTOT-EXIT.  EXIT.
