      * RTNSUPVR and a reason code - and an order entered under
      * override is recorded on CUSHST-FILE with the override user
      * and reason, the same way an overridden limit change is.
      *
      * Lines are priced from the customer price list PRCLST-FILE
      * maintained in CBCUSPRC: when the customer's group XWBNCD has
      * a list price for the line's category in effect on the order
      * date, the line must carry units and a line keyed with no
      * amount is priced at units times the list unit price. Keying
      * an amount other than the list amount needs the same
      * supervisor password and reason code as a credit-hold
      * override, keyed on the control record for the page of lines,
      * and each overridden line is recorded on CUSHST-FILE as field
      * ODAMT with the list and keyed amounts, the override user and
      * the reason - the CBCUSPEX price exception report lists them
      * daily. A category with no list price in effect takes the
      * amount keyed, as before.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             OF SHPTOA-RECORD
               FILE STATUS IS SHPTOA-FILE-STATUS.

           SELECT PRCLST-FILE
               ASSIGN TO DATABASE-PRCLST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF PRCLST-RECORD
               FILE STATUS IS PRCLST-FILE-STATUS.

           SELECT CUSHST-FILE
               ASSIGN TO DATABASE-CUSHST
               ORGANIZATION IS INDEXED
       01  SHPTOA-RECORD.
           COPY DDS-RSHPTO  OF  SHPTOA.

       FD  PRCLST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCLST-RECORD.
           COPY DDS-PRCLSTR OF PRCLST.

       FD  CUSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSHST-RECORD.
       01  ORDHDR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ORDDTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SHPTOA-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  PRCLST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECORD-FOUND-ORDHDR    PIC  X VALUE SPACES.
           02  RECORD-FOUND-ORDDTL    PIC  X VALUE SPACES.
           02  RECORD-FOUND-SHPTOA    PIC  X VALUE SPACES.
           02  RECORD-FOUND-PRCLST    PIC  X VALUE SPACES.
           02  RECORD-FOUND-CUSHST    PIC  X VALUE SPACES.
           02  RECORD-FOUND-SFL       PIC  X VALUE SPACES.
           02  WS-ERROR               PIC  X VALUE SPACES.
           02  WS-BOTTOM-LNNO         PIC 9(03) VALUE 0.
           02  WS-NEXT-LNNO           PIC 9(03) VALUE 0.
           02  WS-NEXT-ORNO           PIC 9(07) VALUE 0.
           02  WS-ORDER-DATE          PIC 9(08) VALUE 0.
           02  WS-SYS-DATE            PIC 9(08) VALUE 0.
           02  WS-SYS-TIME            PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS    PIC 9(06).
               03  WS-SYS-TIME-HH     PIC 9(02).
           02  WS-ORNO-EDIT           PIC 9(07).
           02  WS-LNNO-EDIT           PIC 9(03).

      * THE ORDER AND CUSTOMER THE SUBFILE WAS LOADED FOR, SO ROLL
      * KEYS KEEP WORKING ON THE ORDER THE LIST WAS LOADED WITH EVEN
           02  WS-AUD-OLDVAL           PIC X(30) VALUE SPACES.
           02  WS-AUD-NEWVAL           PIC X(30) VALUE SPACES.

      * LIST PRICE OF THE LINE BEING PRICED, AND THE PRICE OVERRIDE
      * ACCEPTED FOR THE CURRENT PAGE OF LINES.
       01  WS-PRICE-VARIABLES.
           02  WS-LIST-FOUND           PIC X(01) VALUE SPACES.
           02  WS-LIST-UPRC            PIC S9(7)V99   VALUE 0.
           02  WS-LIST-AMT             PIC S9(9)V99   VALUE 0.
           02  WS-PRC-OVR-USER-ID      PIC X(10) VALUE SPACES.
           02  WS-PRC-OVR-REASON       PIC X(04) VALUE SPACES.
           02  WS-AUD-EDIT-AMT         PIC Z,ZZZ,ZZ9.99-.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
                                   WS-CUR-ORNO.
           MOVE  OCUSCD OF ZZOC01-I  TO  WS-CUR-CUSCD.
           MOVE  "O"  TO  OORST OF ZZOC01-O.
           MOVE  WS-SYS-DATE  TO  OORDT OF ZZOC01-O
                                  WS-ORDER-DATE.
           MOVE  0  TO  WS-NEXT-LNNO.
           PERFORM  ENTRY-LINES-ROUTINE  THRU  ENTLNS-EXIT.
           IF  WS-HDR-WRITTEN NOT = "Y"
           MOVE  OCUSCD OF ZZOC01-I  TO  OHCUCD OF ORDHDR-RECORD.
           MOVE  WS-NEXT-ORNO        TO  OHORNO OF ORDHDR-RECORD.
           MOVE  "O"                 TO  OHORST OF ORDHDR-RECORD.
           MOVE  WS-ORDER-DATE       TO  OHORDT OF ORDHDR-RECORD.
           WRITE  ORDHDR-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
      *�BEYOND THE BLANK ENTRY PAGE MUST NOT SURVIVE INTO THE ORDER.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-BLANK-LINES  THRU  FBLAL-EXIT.
      *�THE CREDIT-HOLD OVERRIDE HAS BEEN TAKEN - A PRICE OVERRIDE
      *�MUST BE KEYED AFRESH FOR THE LINES IT COVERS.
           PERFORM  CLEAR-PRICE-OVERRIDE  THRU  CLRPOV-EXIT.
           MOVE  "Key the order lines and press Enter."  TO  ZMSAGE.
           PERFORM  ENTRY-LINES-CYCLE  THRU  ENTCYC-EXIT
                    UNTIL  WS-ENTRY-DONE = "Y".
               END-IF
           END-IF.
           PERFORM  WRITE-KEYED-LINES  THRU  WRTLNS-EXIT.
           PERFORM  CLEAR-PRICE-OVERRIDE  THRU  CLRPOV-EXIT.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-BLANK-LINES   THRU  FBLAL-EXIT.
       ENTCYC-EXIT. EXIT.

       CLEAR-PRICE-OVERRIDE.
           MOVE  SPACES  TO  WS-PRC-OVR-USER-ID  WS-PRC-OVR-REASON
                             OOVRPW OF ZZOC01-O  OOVRRC OF ZZOC01-O.
       CLRPOV-EXIT. EXIT.

       FILL-BLANK-LINES.
           MOVE  0  TO  RECNO.
           INITIALIZE  ZZOS01-O  REPLACING  ALPHANUMERIC BY SPACES
                                                 TO  ZMSAGE
               END-IF
           END-IF.
           IF  WS-ERROR NOT = "Y"
               PERFORM  PRICE-LINE-ROUTINE  THRU  PRCLN-EXIT
           END-IF.
           PERFORM  REWRITE-SFL-RECORD  THRU  RWSFLR-EXIT.
           MOVE  INDIC-OFF  TO  IN50 OF ZZOS01-O-INDIC.
       VAL1LN-EXIT. EXIT.

      *****************************************************************
      *  PRICE-LINE-ROUTINE                                            *
      *  PRICES THE LINE FROM THE LIST PRICE IN EFFECT ON THE ORDER    *
      *  DATE. A LINE KEYED WITH NO AMOUNT TAKES THE LIST AMOUNT,      *
      *  SHOWN BACK ON THE ROW; A DIFFERENT AMOUNT NEEDS THE PRICE     *
      *  OVERRIDE.                                                     *
      *****************************************************************
       PRICE-LINE-ROUTINE.
           PERFORM  GET-LIST-PRICE-ROUTINE  THRU  GETLPR-EXIT.
           IF  WS-LIST-FOUND NOT = "Y"
               GO PRCLN-EXIT
           END-IF.
           IF  SUNIT OF ZZOS01-I = ZERO
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN50 OF ZZOS01-O-INDIC
               MOVE
               "This category is on the price list - key the units."
                                                 TO  ZMSAGE
               GO PRCLN-EXIT
           END-IF.
           IF  SAMT OF ZZOS01-I = ZERO
               MOVE  WS-LIST-AMT  TO  SAMT OF ZZOS01-O
               GO PRCLN-EXIT
           END-IF.
           IF  SAMT OF ZZOS01-I NOT = WS-LIST-AMT
               PERFORM  CHECK-PRICE-OVERRIDE  THRU  CHKPOV-EXIT
           END-IF.
       PRCLN-EXIT. EXIT.

      *****************************************************************
      *  GET-LIST-PRICE-ROUTINE                                        *
      *  FINDS THE PRICE FOR THE CUSTOMER'S GROUP AND THE LINE'S       *
      *  CATEGORY IN EFFECT ON THE ORDER DATE. KEY < THE DAY AFTER     *
      *  THE ORDER DATE FINDS THE LATEST PRICE STARTING ON OR BEFORE   *
      *  IT; CBCUSPRC ALLOWS NO OVERLAPPING PRICES, SO IT IS THE ONLY  *
      *  CANDIDATE, AND APPLIES UNLESS IT ENDED BEFORE THE ORDER DATE. *
      *****************************************************************
       GET-LIST-PRICE-ROUTINE.
           MOVE  "N"  TO  WS-LIST-FOUND.
           MOVE  ZERO  TO  WS-LIST-UPRC  WS-LIST-AMT.
           IF  XWBNCD OF CUSTS-RECORD = SPACES
               GO GETLPR-EXIT
           END-IF.
           MOVE  XWBNCD OF CUSTS-RECORD  TO  PLBNCD OF PRCLST-RECORD.
           MOVE  SPCAT  OF ZZOS01-I      TO  PLPCAT OF PRCLST-RECORD.
           COMPUTE  PLFRDT OF PRCLST-RECORD = WS-ORDER-DATE + 1.
           START  PRCLST-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF PRCLST-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-PRCLST
                  NOT INVALID KEY
                      MOVE "Y" TO RECORD-FOUND-PRCLST
           END-START.
           IF  RECORD-FOUND-PRCLST = "Y"
               READ  PRCLST-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-PRCLST
               END-READ
           END-IF.
           IF  RECORD-FOUND-PRCLST = "Y"
                AND  PLBNCD OF PRCLST-RECORD = XWBNCD OF CUSTS-RECORD
                AND  PLPCAT OF PRCLST-RECORD = SPCAT OF ZZOS01-I
                AND  (PLTODT OF PRCLST-RECORD = ZERO
                 OR   PLTODT OF PRCLST-RECORD NOT < WS-ORDER-DATE)
               MOVE  "Y"  TO  WS-LIST-FOUND
               MOVE  PLUPRC OF PRCLST-RECORD  TO  WS-LIST-UPRC
               COMPUTE  WS-LIST-AMT ROUNDED
                      = SUNIT OF ZZOS01-I * WS-LIST-UPRC
           END-IF.
       GETLPR-EXIT. EXIT.

      *****************************************************************
      *  CHECK-PRICE-OVERRIDE                                          *
      *  AN AMOUNT OTHER THAN THE LIST AMOUNT NEEDS A SUPERVISOR       *
      *  OVERRIDE - THE SAME PASSWORD-PLUS-REASON PATH AS A CREDIT     *
      *  HOLD, KEYED ON THE CONTROL RECORD. ONCE ACCEPTED IT COVERS    *
      *  THE REST OF THE PAGE OF LINES.                                *
      *****************************************************************
       CHECK-PRICE-OVERRIDE.
           IF  WS-PRC-OVR-USER-ID NOT = SPACES
               GO CHKPOV-EXIT
           END-IF.
           IF  OOVRPW OF ZZOC01-I = SPACES
                OR  OOVRRC OF ZZOC01-I = SPACES
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN50 OF ZZOS01-O-INDIC
                                   IN36 OF ZZOC01-O-INDIC
               MOVE  WS-LIST-AMT  TO  WS-AUD-EDIT-AMT
               MOVE  SPACES  TO  ZMSAGE
               STRING  "List amount is "  WS-AUD-EDIT-AMT
                       " - other prices need supervisor override."
                       DELIMITED BY SIZE  INTO  ZMSAGE
               GO CHKPOV-EXIT
           END-IF.
           CALL "RTNSUPVR"  USING  OOVRPW OF ZZOC01-I
                                   WS-SUPVR-OK.
           IF  WS-SUPVR-OK NOT = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN50 OF ZZOS01-O-INDIC
                                   IN36 OF ZZOC01-O-INDIC
               MOVE  "Supervisor password not accepted."  TO  ZMSAGE
               GO CHKPOV-EXIT
           END-IF.
           MOVE  OOVRRC OF ZZOC01-I  TO  WS-PRC-OVR-REASON.
           CALL "RTNUSRID" USING WS-PRC-OVR-USER-ID.
       CHKPOV-EXIT. EXIT.

       CHECK-SHPTO-ROUTINE.
           MOVE  OCUSCD OF ZZOC01-I  TO  SWBCCD OF SHPTOA-RECORD.
           MOVE  SSSEQ  OF ZZOS01-I  TO  SSEQNO OF SHPTOA-RECORD.
           MOVE  SUNIT OF ZZOS01-I   TO  ODUNIT OF ORDDTL-RECORD.
           MOVE  SAMT  OF ZZOS01-I   TO  ODAMT  OF ORDDTL-RECORD.
           MOVE  SSSEQ OF ZZOS01-I   TO  ODSSEQ OF ORDDTL-RECORD.
           PERFORM  GET-LIST-PRICE-ROUTINE  THRU  GETLPR-EXIT.
           IF  WS-LIST-FOUND = "Y"  AND  SAMT OF ZZOS01-I = ZERO
               MOVE  WS-LIST-AMT     TO  ODAMT  OF ORDDTL-RECORD
           END-IF.
           WRITE  ORDDTL-RECORD
               INVALID KEY
                  DISPLAY "CBCUSORD DETAIL WRITE FAILED, ORDER="
                          ODORNO OF ORDDTL-RECORD  " LINE="
                          ODLNNO OF ORDDTL-RECORD  " STATUS="
                          ORDDTL-FILE-STATUS
                  GO WRT1LN-EXIT
           END-WRITE.
           IF  WS-LIST-FOUND = "Y"
                AND  ODAMT OF ORDDTL-RECORD NOT = WS-LIST-AMT
               PERFORM  WRITE-PRICE-AUDIT-ROUTINE  THRU  PRCAUD-EXIT
           END-IF.
       WRT1LN-EXIT. EXIT.

      *****************************************************************
      *  WRITE-PRICE-AUDIT-ROUTINE                                     *
      *  RECORDS A LINE PRICED AWAY FROM THE LIST ON CUSHST-FILE AS    *
      *  FIELD ODAMT. BOTH VALUES CARRY THE ORDER AND LINE NUMBER,     *
      *  THEN THE LIST AMOUNT (OLD) OR THE AMOUNT CHARGED (NEW).       *
      *****************************************************************
       WRITE-PRICE-AUDIT-ROUTINE.
           CALL "RTNUSRID" USING WS-USER-ID.
           PERFORM  NEXT-HSEQNO-ROUTINE  THRU  NXTHSQ-EXIT.
           ADD  1  TO  WS-HSEQNO.
           MOVE  WS-CUR-ORNO   TO  WS-ORNO-EDIT.
           MOVE  WS-NEXT-LNNO  TO  WS-LNNO-EDIT.
           MOVE XWBCCD OF CUSTS-RECORD  TO  HWBCCD OF CUSHST-RECORD.
           MOVE WS-HSEQNO               TO  HSEQNO OF CUSHST-RECORD.
           MOVE WS-SYS-DATE              TO  HCHGDT OF CUSHST-RECORD.
           MOVE WS-SYS-TIME-HMS           TO  HCHGTM OF CUSHST-RECORD.
           MOVE WS-USER-ID                TO  HUSRID OF CUSHST-RECORD.
           MOVE WS-PRC-OVR-USER-ID         TO  HOVRID OF CUSHST-RECORD.
           MOVE WS-PRC-OVR-REASON          TO  HOVRRC OF CUSHST-RECORD.
           MOVE "ODAMT"                   TO  HFLDNM OF CUSHST-RECORD.
           MOVE  WS-LIST-AMT  TO  WS-AUD-EDIT-AMT.
           MOVE  SPACES  TO  HOLDVL OF CUSHST-RECORD.
           STRING  WS-ORNO-EDIT  " "  WS-LNNO-EDIT  " "  WS-AUD-EDIT-AMT
                   DELIMITED BY SIZE  INTO  HOLDVL OF CUSHST-RECORD.
           MOVE  ODAMT OF ORDDTL-RECORD  TO  WS-AUD-EDIT-AMT.
           MOVE  SPACES  TO  HNEWVL OF CUSHST-RECORD.
           STRING  WS-ORNO-EDIT  " "  WS-LNNO-EDIT  " "  WS-AUD-EDIT-AMT
                   DELIMITED BY SIZE  INTO  HNEWVL OF CUSHST-RECORD.
           WRITE CUSHST-RECORD
               INVALID KEY
                  DISPLAY "CBCUSORD AUDIT WRITE FAILED, CUSTOMER="
                          HWBCCD OF CUSHST-RECORD  " SEQNO="
                          HSEQNO OF CUSHST-RECORD  " STATUS="
                          CUSHST-FILE-STATUS
           END-WRITE.
       PRCAUD-EXIT. EXIT.

      *�Clear the displayed subfile without consuming a screen read,
      *�so a roll key or a new page can reload it mid-cycle.
       CLEAR-SFL-ROUTINE.
       OPEN-FILES.
               OPEN  INPUT  CUSTS-FILE
                            SHPTOA-FILE
                            PRCLST-FILE
                     I-O    ORDHDR-FILE
                            ORDDTL-FILE
                            CUSHST-FILE
       CLOSE-FILES.
               CLOSE   CUSTS-FILE
                       SHPTOA-FILE
                       PRCLST-FILE
                       ORDHDR-FILE
                       ORDDTL-FILE
                       CUSHST-FILE
