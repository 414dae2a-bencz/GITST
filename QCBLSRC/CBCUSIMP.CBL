      * CUSFL3-FILE - plus numeric-format checks on every amount,
      * unit, date and account column. A bad row is rejected to the
      * error report with a reason, and processing carries on with
      * the next row instead of stopping. A salesman or distributor
      * marked inactive on its master is accepted only on a customer
      * that already carries it, never as a new assignment.
      *
      * Every field an update actually changes is written to
      * CUSHST-FILE through the same audit-trail idiom CBCUSTS uses,
                                      TO  WS-ROW-REASON
               GO  VALROW-EXIT
           END-IF.
      *�AN INACTIVE SALESMAN OR DISTRIBUTOR IS ACCEPTED ONLY WHERE THE
      *�CUSTOMER ALREADY CARRIES IT - NEVER ON A NEW ASSIGNMENT.
           IF  XWC7ST OF SLMEN-RECORD = "I"
                OR  XWC7ST OF DISTS-RECORD = "I"
               PERFORM CHECK-INACTIVE-ROUTINE  THRU  CHKINA-EXIT
               IF  WS-ROW-ERROR = "Y"
                   GO  VALROW-EXIT
               END-IF
           END-IF.
      *�THE FIVE REFERENCE CODES - OPTIONAL, BUT A KEYED CODE MUST BE
      *�ON REFCDS-FILE, THE SAME CHECK THE CBCUSTS SCREENS MAKE.
           MOVE  REF-TYPE-TERMS  TO  WS-REF-TYPE.
           END-IF.
       CNVNUM-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-INACTIVE-ROUTINE                                       *
      *  READS THE CUSTOMER THE ROW APPLIES TO AND REJECTS THE ROW    *
      *  IF AN INACTIVE SALESMAN OR DISTRIBUTOR WOULD BE NEWLY        *
      *  ASSIGNED TO IT - THE SAME RULE VALID1-ROUTINE APPLIES.       *
      *****************************************************************
       CHECK-INACTIVE-ROUTINE.
           MOVE  WI-XWBCCD (1:5)  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
                 INVALID KEY
                     MOVE "N"  TO  RECORD-FOUND-CUSTS
           END-READ.
           IF  XWC7ST OF SLMEN-RECORD = "I"
                AND (RECORD-FOUND-CUSTS = "N"
                 OR  PERSON OF CUSTS-RECORD NOT = WI-PERSON (1:5))
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "SALESMAN IS INACTIVE"  TO  WS-ROW-REASON
               GO  CHKINA-EXIT
           END-IF.
           IF  XWC7ST OF DISTS-RECORD = "I"
                AND (RECORD-FOUND-CUSTS = "N"
                 OR  DSDCDE OF CUSTS-RECORD NOT = WI-DSDCDE (1:5))
               MOVE  "Y"  TO  WS-ROW-ERROR
               MOVE  "DISTRIBUTOR IS INACTIVE"  TO  WS-ROW-REASON
           END-IF.
       CHKINA-EXIT.  EXIT.

      *****************************************************************
      *  APPLY-ROW-ROUTINE                                            *
      *  ADDS THE CUSTOMER WHEN THE CODE IS NOT ON CUSTS-FILE,        *
              MOVE XWBAD0 OF CUSTS-RECORD     TO  WS-AUD-NEWVAL
              PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT
           END-IF
           PERFORM WRITE-BALANCE-AUDIT-ROUTINE THRU BALAUD-EXIT
             .
       AUDTRL-EXIT. EXIT.

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
      *  WRITE-ADD-AUDIT-ROUTINE                                      *
      *  RECORDS A CREATION ON CUSHST-FILE THE SAME WAY THE CBCUSTS   *
      *  ADD FUNCTION DOES, OPENING BALANCE AND BUCKETS INCLUDED.     *
      *****************************************************************
       WRITE-ADD-AUDIT-ROUTINE.
           PERFORM  NEXT-HSEQNO-ROUTINE  THRU  NXTHSQ-EXIT.
           MOVE SPACES    TO  WS-AUD-OLDVAL.
           MOVE XWBCCD OF CUSTS-RECORD  TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT.
           INITIALIZE  WS-CUSTS-BEFORE
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           PERFORM WRITE-BALANCE-AUDIT-ROUTINE THRU BALAUD-EXIT.
       ADDAUD-EXIT. EXIT.

      *****************************************************************
