      *****************************************************************
      *  ADD-AUDIT-ROUTINE                                            *
      *  RECORDS THE CREATION OF THE NEW CUSTOMER ON CUSHST-FILE,     *
      *  THROUGH THE SAME WRITE-AUDIT-RECORD USED FOR FIELD CHANGES,  *
      *  FOLLOWED BY ANY OPENING BALANCE OR SALES BUCKETS KEYED.      *
      *****************************************************************
       ADD-AUDIT-ROUTINE.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           MOVE SPACES    TO  WS-AUD-OLDVAL.
           MOVE XWBCCD OF CUSTS-RECORD  TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD THRU WRTAUD-EXIT.
           INITIALIZE  WS-CUSTS-BEFORE
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           PERFORM WRITE-BALANCE-AUDIT-ROUTINE THRU BALAUD-EXIT.
       ADDAUD-EXIT. EXIT.

      *****************************************************************
               CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
               GO VALID1-EXIT
           END-IF
      *�An inactive salesman code may stay on the customers that
      *�already carry it but may not be newly assigned to one.
           IF XWC7ST OF SLMEN-RECORD = "I"
              AND (ACTDSP OF ZZFT01-O = "ADDITION"
                 OR ZPERSON OF ZZFT01-I NOT = PERSON OF CUSTS-RECORD)
               MOVE "Y" TO WS-ERROR
               MOVE INDIC-ON  TO  IN34 OF ZZFT01-O-INDIC
               MOVE "Salesman is inactive - choose an active salesman."
                                  TO  WS-ERRMSG
               GO VALID1-EXIT
           END-IF

      *�Distributor
           MOVE ZDSDCDE OF ZZFT01-I  TO  DSDCDE OF DISTS-RECORD
               CALL "RTNMSGTEXT"  USING  MSGID  WS-ERRMSG
               GO VALID1-EXIT
           END-IF
      *�Likewise an inactive distributor.
           IF XWC7ST OF DISTS-RECORD = "I"
              AND (ACTDSP OF ZZFT01-O = "ADDITION"
                 OR ZDSDCDE OF ZZFT01-I NOT = DSDCDE OF CUSTS-RECORD)
               MOVE "Y" TO WS-ERROR
               MOVE INDIC-ON  TO  IN35 OF ZZFT01-O-INDIC
               MOVE "Distributor is inactive - choose an active one."
                                  TO  WS-ERRMSG
               GO VALID1-EXIT
           END-IF

      *�Terms code - optional, but a keyed code must be on REFCDS-FILE
           IF ZWBTCD OF ZZFT01-I = SPACES
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
      *  NEXT-HSEQNO-ROUTINE                                         *
      *  FINDS THE HIGHEST EXISTING AUDIT SEQUENCE NUMBER ALREADY ON  *
