      * and printing what was put back. Refuses to run when the
      * customer is not on the archive, or when the code already
      * exists on the live file.
      *
      * The balance and sales buckets the customer comes back with
      * are written to its CUSHST history as changes from zero, the
      * same way a new customer's opening values are recorded, so the
      * nightly balance proof CBCUSBPF accounts for them.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02  WS-ROW-MOVED            PIC X   VALUE SPACES.
           02  WS-SHPTO-RESTORED       PIC 9(05) VALUE 0.
           02  WS-HIST-RESTORED        PIC 9(07) VALUE 0.
           02  RECORD-FOUND-CUSHST     PIC X   VALUE SPACES.

       01  WS-AUDIT-VARIABLES.
           02  WS-HSEQNO               PIC 9(07) VALUE 0.
           02  WS-USER-ID              PIC X(10) VALUE "CBCUSRST".
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS     PIC 9(06).
               03  WS-SYS-TIME-HH      PIC 9(02).
           02  WS-AUD-FLDNM            PIC X(10) VALUE SPACES.
           02  WS-AUD-OLDVAL           PIC X(30) VALUE SPACES.
           02  WS-AUD-NEWVAL           PIC X(30) VALUE SPACES.
           02  WS-AUD-EDIT-AMT         PIC Z,ZZZ,ZZ9.99-.

      * ALL-ZERO BEFORE-IMAGE THE RESTORED VALUES ARE AUDITED AGAINST
       01  WS-CUSTS-BEFORE.
           COPY DDS-CUSTSR      OF  CUSTS.

       01  WS-PARM-ERROR-LINE.
           02  FILLER            PIC X(01) VALUE SPACE.
               PERFORM RESTORE-CUSTOMER-ROUTINE  THRU  RSTCUS-EXIT
               PERFORM RESTORE-SHPTO-ROWS    THRU  RSTSHP-EXIT
               PERFORM RESTORE-HISTORY-ROWS  THRU  RSTHST-EXIT
               PERFORM RESTORE-AUDIT-ROUTINE  THRU  RSTAUD-EXIT
               PERFORM PRINT-RESTORE-TOTALS  THRU  PRTOT-EXIT
           END-IF.
           PERFORM CLOSE-FILES.
           END-IF.
       RST1HS-EXIT.  EXIT.

      *****************************************************************
      *  RESTORE-AUDIT-ROUTINE                                        *
      *  RECORDS THE RESTORED BALANCE AND BUCKETS AFTER THE HISTORY   *
      *  JUST PUT BACK. CUSTS-RECORD STILL HOLDS THE RESTORED RECORD. *
      *****************************************************************
       RESTORE-AUDIT-ROUTINE.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           PERFORM NEXT-HSEQNO-ROUTINE  THRU  NXTHSQ-EXIT.
           INITIALIZE  WS-CUSTS-BEFORE
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           PERFORM WRITE-BALANCE-AUDIT-ROUTINE THRU BALAUD-EXIT.
       RSTAUD-EXIT.  EXIT.

      *****************************************************************
      *  WRITE-BALANCE-AUDIT-ROUTINE                                  *
      *  THE AR BALANCE, CURRENT-PERIOD SALES AND UNITS AND THE       *
      *  CATEGORY BUCKETS - THE FIELDS THE NIGHTLY BALANCE PROOF      *
      *  (CBCUSBPF) ACCOUNTS FOR - ONE CUSHST-RECORD PER FIELD        *
      *  CHANGED, OLD AND NEW VALUES IN THE AMOUNT EDIT PICTURE.      *
      *****************************************************************
       WRITE-BALANCE-AUDIT-ROUTINE.
           IF XWIDV0 OF WS-CUSTS-BEFORE NOT = XWIDV0 OF CUSTS-RECORD
              MOVE "XWIDV0"            TO  WS-AUD-FLDNM
              MOVE XWIDV0 OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWIDV0 OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWF0VA OF WS-CUSTS-BEFORE NOT = XWF0VA OF CUSTS-RECORD
              MOVE "XWF0VA"            TO  WS-AUD-FLDNM
              MOVE XWF0VA OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWF0VA OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWF0V0 OF WS-CUSTS-BEFORE NOT = XWF0V0 OF CUSTS-RECORD
              MOVE "XWF0V0"            TO  WS-AUD-FLDNM
              MOVE XWF0V0 OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWF0V0 OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWGAVA OF WS-CUSTS-BEFORE NOT = XWGAVA OF CUSTS-RECORD
              MOVE "XWGAVA"            TO  WS-AUD-FLDNM
              MOVE XWGAVA OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWGAVA OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWGBVA OF WS-CUSTS-BEFORE NOT = XWGBVA OF CUSTS-RECORD
              MOVE "XWGBVA"            TO  WS-AUD-FLDNM
              MOVE XWGBVA OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWGBVA OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWGCVA OF WS-CUSTS-BEFORE NOT = XWGCVA OF CUSTS-RECORD
              MOVE "XWGCVA"            TO  WS-AUD-FLDNM
              MOVE XWGCVA OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWGCVA OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWGDVA OF WS-CUSTS-BEFORE NOT = XWGDVA OF CUSTS-RECORD
              MOVE "XWGDVA"            TO  WS-AUD-FLDNM
              MOVE XWGDVA OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWGDVA OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWGEVA OF WS-CUSTS-BEFORE NOT = XWGEVA OF CUSTS-RECORD
              MOVE "XWGEVA"            TO  WS-AUD-FLDNM
              MOVE XWGEVA OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWGEVA OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWGFVA OF WS-CUSTS-BEFORE NOT = XWGFVA OF CUSTS-RECORD
              MOVE "XWGFVA"            TO  WS-AUD-FLDNM
              MOVE XWGFVA OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWGFVA OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           IF XWGGVA OF WS-CUSTS-BEFORE NOT = XWGGVA OF CUSTS-RECORD
              MOVE "XWGGVA"            TO  WS-AUD-FLDNM
              MOVE XWGGVA OF WS-CUSTS-BEFORE  TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-OLDVAL
              MOVE XWGGVA OF CUSTS-RECORD     TO  WS-AUD-EDIT-AMT
              MOVE WS-AUD-EDIT-AMT            TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
             .
       BALAUD-EXIT. EXIT.

      *****************************************************************
      *  NEXT-HSEQNO-ROUTINE                                         *
      *  SAME IDIOM AS NEXT-HSEQNO-ROUTINE IN CBCUSTS - FINDS THE     *
      *  HIGHEST AUDIT SEQUENCE ALREADY ON FILE FOR THIS CUSTOMER.    *
      *****************************************************************
       NEXT-HSEQNO-ROUTINE.
           MOVE  ZERO  TO  WS-HSEQNO.
           MOVE  RST-CUCD  TO  HWBCCD OF CUSHST-RECORD.
           MOVE  9999999  TO  HSEQNO OF CUSHST-RECORD.
           START  CUSHST-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF CUSHST-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-CUSHST
                  NOT INVALID KEY
                      MOVE "Y" TO RECORD-FOUND-CUSHST
           END-START.
           IF  RECORD-FOUND-CUSHST = "Y"
               READ  CUSHST-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-CUSHST
               END-READ
           END-IF.
           IF  RECORD-FOUND-CUSHST = "Y"
                AND  HWBCCD OF CUSHST-RECORD = RST-CUCD
               MOVE  HSEQNO OF CUSHST-RECORD  TO  WS-HSEQNO
           END-IF.
       NXTHSQ-EXIT. EXIT.

      *****************************************************************
      *  WRITE-AUDIT-RECORD                                           *
      *  BUILDS AND WRITES ONE CUSHST-RECORD FROM THE WS-AUD- FIELDS. *
      *****************************************************************
       WRITE-AUDIT-RECORD.
           ADD  1  TO  WS-HSEQNO.
           MOVE RST-CUCD                TO  HWBCCD OF CUSHST-RECORD.
           MOVE WS-HSEQNO               TO  HSEQNO OF CUSHST-RECORD.
           MOVE WS-SYS-DATE              TO  HCHGDT OF CUSHST-RECORD.
           MOVE WS-SYS-TIME-HMS           TO  HCHGTM OF CUSHST-RECORD.
           MOVE WS-USER-ID                TO  HUSRID OF CUSHST-RECORD.
           MOVE SPACES                    TO  HOVRID OF CUSHST-RECORD.
           MOVE SPACES                    TO  HOVRRC OF CUSHST-RECORD.
           MOVE WS-AUD-FLDNM              TO  HFLDNM OF CUSHST-RECORD.
           MOVE WS-AUD-OLDVAL             TO  HOLDVL OF CUSHST-RECORD.
           MOVE WS-AUD-NEWVAL             TO  HNEWVL OF CUSHST-RECORD.
           WRITE CUSHST-RECORD
               INVALID KEY
                  DISPLAY "CBCUSRST AUDIT WRITE FAILED, CUSTOMER="
                          HWBCCD OF CUSHST-RECORD  " SEQNO="
                          HSEQNO OF CUSHST-RECORD  " STATUS="
                          CUSHST-FILE-STATUS
           END-WRITE.
       WRTAUD-EXIT. EXIT.

       PRINT-RESTORE-TOTALS.
           MOVE  "CUSTOMER RECORD RESTORED:"    TO  TL-LABEL.
           MOVE  1                              TO  TL-COUNT.
