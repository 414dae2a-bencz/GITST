       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSSHP.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Shipment confirmation - the shipper's side of the order cycle.
      * Moves an open order (status "O", as CBCUSORD writes it) to
      * shipped (status "S") so the night CBCUSPST run posts it,
      * instead of OHORST being flipped by file utility from the
      * paper the warehouse hands back. Built in the style of the
      * CBCUSORD order inquiry.
      *
      * Key a customer code and order number and the order's lines
      * load into the subfile, each defaulted to shipped in full
      * (ship flag "Y", units shipped = units ordered). The whole
      * order is loaded at once - the lines are confirmed together -
      * so the display rolls through it without reloading. CF06
      * confirms the shipment as it stands: pressed straight away it
      * confirms the whole order; to confirm individual lines, mark
      * the lines that did not go out "N" and key the units shipped
      * on any line that went out short first. A short or unshipped
      * quantity is not backordered - it is recorded on the register
      * against the line and must be entered again as a new order.
      *
      * A customer whose credit-hold flag XWDAST is "H" cannot have a
      * shipment confirmed unless an override was recorded - either
      * the order itself was entered under override (the "OHORNO"
      * row CBCUSORD writes to CUSHST-FILE), or the supervisor
      * password (verified through RTNSUPVR) and a reason code are
      * keyed here, in which case the confirmation is recorded on
      * CUSHST-FILE with the override user and reason the same way.
      *
      * Every line of a confirmed order is written to the shipped
      * orders register SHPREG-FILE with units ordered and shipped,
      * the amount shipped, the ship-to and the customer's ship via
      * code XWAOCD. CBCUSPST posts the register amounts, not the
      * order lines, so the warehouse and the posting agree on what
      * actually went out.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF CUSTS-RECORD
               FILE STATUS IS CUSTS-FILE-STATUS.

           SELECT ORDHDR-FILE
               ASSIGN TO DATABASE-ORDHDR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
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

           SELECT SHPREG-FILE
               ASSIGN TO DATABASE-SHPREG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF SHPREG-RECORD
               FILE STATUS IS SHPREG-FILE-STATUS.

           SELECT CUSHST-FILE
               ASSIGN TO DATABASE-CUSHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF CUSHST-RECORD
               FILE STATUS IS CUSHST-FILE-STATUS.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CBCUSSHPD-SI
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  ORDHDR-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDHDR-RECORD.
           COPY DDS-RORDHDR OF ORDHDR.

       FD  ORDDTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  ORDDTL-RECORD.
           COPY DDS-RORDDTL OF ORDDTL.

       FD  SHPREG-FILE
           LABEL RECORDS ARE STANDARD.
       01  SHPREG-RECORD.
           COPY DDS-SHPREGR OF SHPREG.

       FD  CUSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSHST-RECORD.
           COPY DDS-CUSHSTR OF CUSHST.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC          PIC X(1920).

       WORKING-STORAGE SECTION.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  ORDHDR-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  ORDDTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SHPREG-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECNO   PIC 9(04) VALUE 0.
           02  RECORD-FOUND-CUSTS     PIC  X VALUE SPACES.
           02  RECORD-FOUND-ORDHDR    PIC  X VALUE SPACES.
           02  RECORD-FOUND-ORDDTL    PIC  X VALUE SPACES.
           02  RECORD-FOUND-SHPREG    PIC  X VALUE SPACES.
           02  RECORD-FOUND-CUSHST    PIC  X VALUE SPACES.
           02  RECORD-FOUND-SFL       PIC  X VALUE SPACES.
           02  WS-ERROR               PIC  X VALUE SPACES.
           02  WS-ENTRY-OVERRIDE      PIC  X VALUE SPACES.
           02  WS-LINES-LOADED        PIC 9(04) VALUE 0.
           02  WS-LINES-SHIPPED       PIC 9(04) VALUE 0.
           02  WS-LINES-SHORT         PIC 9(04) VALUE 0.
           02  WS-SYS-DATE            PIC 9(08) VALUE 0.
           02  WS-SYS-TIME            PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS    PIC 9(06).
               03  WS-SYS-TIME-HH     PIC 9(02).
           02  WS-ORNO-EDIT           PIC 9(07).
           02  WS-COUNT-EDIT          PIC ZZZ9.

      * THE ORDER AND CUSTOMER THE SUBFILE WAS LOADED FOR - CF06 ONLY
      * CONFIRMS THE ORDER WHOSE LINES ARE ACTUALLY ON THE SCREEN.
       01  WS-CURRENT-ORDER.
           02  WS-CUR-CUSCD            PIC X(05) VALUE SPACES.
           02  WS-CUR-ORNO             PIC 9(07) VALUE 0.

      * CREDIT-HOLD OVERRIDE CAPTURE, THE SAME FIELD SET
      * VALID2-ROUTINE IN CBCUSTS FILLS BEFORE THE AUDIT IS WRITTEN.
       01  WS-AUDIT-VARIABLES.
           02  WS-HSEQNO               PIC 9(07) VALUE 0.
           02  WS-USER-ID              PIC X(10) VALUE SPACES.
           02  WS-OVR-USER-ID          PIC X(10) VALUE SPACES.
           02  WS-OVR-REASON-CODE      PIC X(04) VALUE SPACES.
           02  WS-SUPVR-OK             PIC X(01) VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  DISPLAY-INDICATORS.
           COPY DDS-ZZPS01-INDICATORS     OF  CBCUSSHPD.
           COPY DDS-ZZPC01-INDICATORS     OF  CBCUSSHPD.

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 9(04) VALUE 999.
           02  HOLD-FLAG        PIC X(01) VALUE "H".

       01  WS-INPUT-INDIC.
           02  IN06          PIC 1 VALUE B"0".
               88  CONFIRM-KEY        VALUE B"1".
           02  IN12          PIC 1 VALUE B"0".
               88  CANCEL-KEY         VALUE B"1".
           02  IN03          PIC 1 VALUE B"0".
               88  EXIT-KEY           VALUE B"1".

      *�SCREEN RECORD FORMATS
       01  SFL-IN.
           COPY DDS-ZZPS01-I        OF CBCUSSHPD.
       01  SFL-OUT.
           COPY DDS-ZZPS01-O        OF CBCUSSHPD.
       01  SFC-IN.
           COPY DDS-ZZPC01-I        OF CBCUSSHPD.
       01  SFC-OUT.
           COPY DDS-ZZPC01-O        OF CBCUSSHPD.
       01  MSG-OUT.
           COPY DDS-ZZPT01-O        OF CBCUSSHPD.

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
           02 RECFORMAT   PIC X(10).

       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           PERFORM PROCESS-ROUTINE   THRU  PP-EXIT
                   UNTIL  EXIT-KEY.

       PROGRAM-EXIT.
           PERFORM CLOSE-FILES.
           GOBACK.

       PROCESS-ROUTINE.
           PERFORM   DISPLAY-SFLCTL-FILE     THRU   DSFCF-EXIT.
           EVALUATE  TRUE
           WHEN   EXIT-KEY
                        CONTINUE
           WHEN   CANCEL-KEY
                  PERFORM CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT
                  INITIALIZE  WS-CURRENT-ORDER
                  PERFORM INITIALIZE-SFLCTL
           WHEN   CONFIRM-KEY
                  PERFORM CONFIRM-ROUTINE  THRU  CONFRM-EXIT
           WHEN   PCUSCD OF ZZPC01-I = SPACES
                  MOVE "Key a customer code to work with." TO ZMSAGE
           WHEN   PORNO OF ZZPC01-I = ZERO
                  MOVE "Key the order number to confirm." TO ZMSAGE
           WHEN   OTHER
                  PERFORM LOAD-ORDER-ROUTINE  THRU  LOADORD-EXIT
           END-EVALUATE.
       PP-EXIT.       EXIT.

      *****************************************************************
      *  LOAD-ORDER-ROUTINE                                            *
      *  FINDS THE KEYED ORDER UNDER THE KEYED CUSTOMER AND LOADS ALL  *
      *  OF ITS LINES, EACH DEFAULTED TO SHIPPED IN FULL. AN ORDER NO  *
      *  LONGER OPEN IS SHOWN BUT CANNOT BE CONFIRMED AGAIN.           *
      *****************************************************************
       LOAD-ORDER-ROUTINE.
           INITIALIZE  WS-CURRENT-ORDER.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  GET-CUSTOMER-ROUTINE  THRU  GETCST-EXIT.
           IF  RECORD-FOUND-CUSTS = "N"
               MOVE "Customer not found." TO ZMSAGE
               GO LOADORD-EXIT
           END-IF.
           PERFORM  FIND-ORDER-ROUTINE  THRU  FNDORD-EXIT.
           IF  RECORD-FOUND-ORDHDR = "N"
               MOVE "Order not found for this customer." TO ZMSAGE
               GO LOADORD-EXIT
           END-IF.
           MOVE  OHORST OF ORDHDR-RECORD  TO  PORST OF ZZPC01-O.
           MOVE  OHORDT OF ORDHDR-RECORD  TO  PORDT OF ZZPC01-O.
           PERFORM  FILL-SFL-ROUTINE  THRU  FILLSF-EXIT.
           IF  WS-LINES-LOADED = 0
               MOVE "Order has no detail lines." TO ZMSAGE
               GO LOADORD-EXIT
           END-IF.
           IF  OHORST OF ORDHDR-RECORD NOT = "O"
               MOVE "Order is not open - it has already been shipped."
                                                 TO  ZMSAGE
               GO LOADORD-EXIT
           END-IF.
           MOVE  PCUSCD OF ZZPC01-I  TO  WS-CUR-CUSCD.
           MOVE  PORNO  OF ZZPC01-I  TO  WS-CUR-ORNO.
           IF  XWDAST OF CUSTS-RECORD = HOLD-FLAG
               PERFORM  FIND-ENTRY-OVERRIDE  THRU  FNDOVR-EXIT
               IF  WS-ENTRY-OVERRIDE NOT = "Y"
                   MOVE
            "Customer is on credit hold - supervisor override required."
                                                 TO  ZMSAGE
                   GO LOADORD-EXIT
               END-IF
           END-IF.
           MOVE
           "Mark lines not shipped N, key short units, then CF06."
                                                 TO  ZMSAGE.
       LOADORD-EXIT.  EXIT.

       GET-CUSTOMER-ROUTINE.
           MOVE  PCUSCD OF ZZPC01-I  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "Y"
               MOVE  XWG4TX OF CUSTS-RECORD  TO  PCUSNM OF ZZPC01-O
               MOVE  XWAOCD OF CUSTS-RECORD  TO  PAOCD  OF ZZPC01-O
               MOVE  XWDAST OF CUSTS-RECORD  TO  PHOLD  OF ZZPC01-O
           ELSE
               MOVE  ALL "-"  TO  PCUSNM OF ZZPC01-O
               MOVE  SPACES   TO  PAOCD  OF ZZPC01-O
                                  PHOLD  OF ZZPC01-O
           END-IF.
       GETCST-EXIT.  EXIT.

      *****************************************************************
      *  FIND-ORDER-ROUTINE                                            *
      *  ORDHDR-FILE IS KEYED BY CUSTOMER CODE WITH DUPLICATES, SO     *
      *  THE KEYED ORDER IS FOUND BY WALKING THE CUSTOMER'S HEADERS    *
      *  UNTIL THE ORDER NUMBER MATCHES. THE MATCHING HEADER IS LEFT   *
      *  AS THE LAST RECORD READ, READY FOR A REWRITE.                 *
      *****************************************************************
       FIND-ORDER-ROUTINE.
           MOVE  PCUSCD OF ZZPC01-I  TO  OHCUCD OF ORDHDR-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ORDHDR.
           START  ORDHDR-FILE  KEY  =  EXTERNALLY-DESCRIBED-KEY
                                       OF ORDHDR-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-ORDHDR
           END-START.
           IF  RECORD-FOUND-ORDHDR = "Y"
               MOVE  ZERO  TO  OHORNO OF ORDHDR-RECORD
           END-IF.
           PERFORM  FIND-ORDER-READ  THRU  FNDORDR-EXIT
                    UNTIL  RECORD-FOUND-ORDHDR = "N"
                    OR     OHORNO OF ORDHDR-RECORD
                                  = PORNO OF ZZPC01-I.
       FNDORD-EXIT.  EXIT.

       FIND-ORDER-READ.
           READ  ORDHDR-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-ORDHDR
           END-READ.
           IF  RECORD-FOUND-ORDHDR = "Y"
                AND  OHCUCD OF ORDHDR-RECORD
                            NOT = PCUSCD OF ZZPC01-I
               MOVE  "N"  TO  RECORD-FOUND-ORDHDR
           END-IF.
       FNDORDR-EXIT.  EXIT.

      *****************************************************************
      *  FILL-SFL-ROUTINE                                              *
      *  LOADS EVERY DETAIL LINE OF THE ORDER INTO THE SUBFILE, SHIP   *
      *  FLAG "Y" AND UNITS SHIPPED EQUAL TO UNITS ORDERED.            *
      *****************************************************************
       FILL-SFL-ROUTINE.
           MOVE  0  TO  RECNO  WS-LINES-LOADED.
           MOVE  PORNO OF ZZPC01-I  TO  ODORNO OF ORDDTL-RECORD.
           MOVE  ZERO               TO  ODLNNO OF ORDDTL-RECORD.
           START  ORDDTL-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF ORDDTL-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-ORDDTL
                  NOT INVALID KEY
                      MOVE "Y" TO RECORD-FOUND-ORDDTL
           END-START.
           PERFORM  FILL-ONE-ROW  THRU  FILL1R-EXIT
                    UNTIL  RECORD-FOUND-ORDDTL = "N"
                    OR     RECNO  NOT <  MAX-SFL-RECORDS.
           MOVE  RECNO  TO  WS-LINES-LOADED.
       FILLSF-EXIT.  EXIT.

       FILL-ONE-ROW.
           READ  ORDDTL-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-ORDDTL
           END-READ.
           IF  RECORD-FOUND-ORDDTL = "Y"
                AND  ODORNO OF ORDDTL-RECORD NOT = PORNO OF ZZPC01-I
               MOVE  "N"  TO  RECORD-FOUND-ORDDTL
           END-IF.
           IF  RECORD-FOUND-ORDDTL = "Y"
               PERFORM  MOVE-ORDDTL-TO-SFL  THRU  MCTSFL-EXIT
               ADD  1  TO  RECNO
               PERFORM  WRITE-SFL-RECORD  THRU  WSFLR-EXIT
           END-IF.
       FILL1R-EXIT.  EXIT.

       MOVE-ORDDTL-TO-SFL.
           INITIALIZE  ZZPS01-O   REPLACING  ALPHANUMERIC BY SPACES
                                          NUMERIC BY ZEROS.
           MOVE ODLNNO OF ORDDTL-RECORD  TO SLNNO  OF ZZPS01-O.
           MOVE ODPCAT OF ORDDTL-RECORD  TO SPCAT  OF ZZPS01-O.
           MOVE ODUNIT OF ORDDTL-RECORD  TO SUNIT  OF ZZPS01-O
                                            SSHPUN OF ZZPS01-O.
           MOVE ODAMT  OF ORDDTL-RECORD  TO SAMT   OF ZZPS01-O.
           MOVE ODSSEQ OF ORDDTL-RECORD  TO SSSEQ  OF ZZPS01-O.
           MOVE "Y"                      TO SSHIP  OF ZZPS01-O.
       MCTSFL-EXIT.  EXIT.

      *****************************************************************
      *  FIND-ENTRY-OVERRIDE                                           *
      *  LOOKS ON CUSHST-FILE FOR THE "OHORNO" ROW CBCUSORD WRITES     *
      *  WHEN AN ORDER IS ENTERED UNDER A CREDIT-HOLD OVERRIDE. AN     *
      *  ORDER TAKEN UNDER OVERRIDE NEEDS NO SECOND OVERRIDE TO SHIP.  *
      *****************************************************************
       FIND-ENTRY-OVERRIDE.
           MOVE  "N"  TO  WS-ENTRY-OVERRIDE.
           MOVE  PORNO OF ZZPC01-I  TO  WS-ORNO-EDIT.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  HWBCCD OF CUSHST-RECORD.
           MOVE  ZERO  TO  HSEQNO OF CUSHST-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSHST.
           START  CUSHST-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF CUSHST-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-CUSHST
           END-START.
           PERFORM  FIND-OVERRIDE-READ  THRU  FNDOVRR-EXIT
                    UNTIL  RECORD-FOUND-CUSHST = "N"
                    OR     WS-ENTRY-OVERRIDE = "Y".
       FNDOVR-EXIT.  EXIT.

       FIND-OVERRIDE-READ.
           READ  CUSHST-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-CUSHST
           END-READ.
           IF  RECORD-FOUND-CUSHST = "Y"
                AND  HWBCCD OF CUSHST-RECORD
                            NOT = XWBCCD OF CUSTS-RECORD
               MOVE  "N"  TO  RECORD-FOUND-CUSHST
           END-IF.
           IF  RECORD-FOUND-CUSHST = "Y"
                AND  HFLDNM OF CUSHST-RECORD = "OHORNO"
                AND  HNEWVL OF CUSHST-RECORD = WS-ORNO-EDIT
                AND  HOVRID OF CUSHST-RECORD NOT = SPACES
               MOVE  "Y"  TO  WS-ENTRY-OVERRIDE
           END-IF.
       FNDOVRR-EXIT.  EXIT.

      *****************************************************************
      *  CONFIRM-ROUTINE                                               *
      *  CF06 - CONFIRMS THE LOADED ORDER AS SHIPPED. THE HEADER IS    *
      *  RE-READ SO AN ORDER CONFIRMED FROM ANOTHER SCREEN MEANWHILE   *
      *  IS NOT CONFIRMED TWICE, THE CREDIT HOLD IS CHECKED, EVERY     *
      *  LINE IS VALIDATED, AND ONLY THEN ARE THE REGISTER ROWS        *
      *  WRITTEN AND THE ORDER MOVED TO STATUS "S".                    *
      *****************************************************************
       CONFIRM-ROUTINE.
           MOVE  SPACES  TO  WS-ERROR.
           IF  WS-CUR-ORNO = ZERO
                OR  WS-CUR-CUSCD NOT = PCUSCD OF ZZPC01-I
                OR  WS-CUR-ORNO  NOT = PORNO  OF ZZPC01-I
               MOVE "Load an open order with Enter before confirming."
                                                 TO  ZMSAGE
               GO CONFRM-EXIT
           END-IF.
           PERFORM  GET-CUSTOMER-ROUTINE  THRU  GETCST-EXIT.
           IF  RECORD-FOUND-CUSTS = "N"
               MOVE "Customer not found." TO ZMSAGE
               GO CONFRM-EXIT
           END-IF.
           PERFORM  CHECK-HOLD-ROUTINE  THRU  CHKHLD-EXIT.
           IF  WS-ERROR = "Y"
               GO CONFRM-EXIT
           END-IF.
           PERFORM  VALIDATE-SHIP-LINES  THRU  VALSHP-EXIT.
           IF  WS-ERROR = "Y"
               GO CONFRM-EXIT
           END-IF.
           PERFORM  CHECK-REGISTER-ROUTINE  THRU  CHKREG-EXIT.
           IF  RECORD-FOUND-SHPREG = "Y"
               MOVE "Order is already on the shipped register."
                                                 TO  ZMSAGE
               GO CONFRM-EXIT
           END-IF.
           PERFORM  FIND-ORDER-ROUTINE  THRU  FNDORD-EXIT.
           IF  RECORD-FOUND-ORDHDR = "N"
                OR  OHORST OF ORDHDR-RECORD NOT = "O"
               MOVE "Order is no longer open - not confirmed."
                                                 TO  ZMSAGE
               GO CONFRM-EXIT
           END-IF.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           CALL "RTNUSRID" USING WS-USER-ID.
           MOVE  "S"  TO  OHORST OF ORDHDR-RECORD.
           REWRITE  ORDHDR-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
                  DISPLAY "CBCUSSHP ORDHDR REWRITE FAILED, ORDER="
                          OHORNO OF ORDHDR-RECORD  " STATUS="
                          ORDHDR-FILE-STATUS
           END-REWRITE.
           IF  WS-ERROR = "Y"
               MOVE "Order status could not be updated - not confirmed"
                                                 TO  ZMSAGE
               GO CONFRM-EXIT
           END-IF.
           PERFORM  WRITE-REGISTER-ROUTINE  THRU  WRTREG-EXIT.
           IF  WS-OVR-USER-ID NOT = SPACES
               PERFORM  WRITE-OVERRIDE-AUDIT-ROUTINE  THRU  OVRAUD-EXIT
           END-IF.
           MOVE  "S"  TO  PORST OF ZZPC01-O.
           MOVE  SPACES  TO  POVRPW OF ZZPC01-O  POVRRC OF ZZPC01-O.
           INITIALIZE  WS-CURRENT-ORDER.
           MOVE  WS-LINES-SHORT  TO  WS-COUNT-EDIT.
           IF  WS-LINES-SHORT = ZERO
               MOVE "Order confirmed as shipped in full."  TO  ZMSAGE
           ELSE
               STRING "Order confirmed as shipped - "  DELIMITED SIZE
                      WS-COUNT-EDIT                    DELIMITED SIZE
                      " line(s) short or not shipped." DELIMITED SIZE
                      INTO ZMSAGE
           END-IF.
       CONFRM-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-HOLD-ROUTINE                                            *
      *  A CUSTOMER ON CREDIT HOLD (XWDAST = "H") CANNOT HAVE A        *
      *  SHIPMENT CONFIRMED UNLESS THE ORDER WAS ENTERED UNDER         *
      *  OVERRIDE OR A SUPERVISOR OVERRIDE IS KEYED NOW - THE SAME     *
      *  PASSWORD-PLUS-REASON PATH VALID2-ROUTINE IN CBCUSTS USES.     *
      *****************************************************************
       CHECK-HOLD-ROUTINE.
           MOVE  SPACES  TO  WS-ERROR
                             WS-OVR-USER-ID  WS-OVR-REASON-CODE.
           IF  XWDAST OF CUSTS-RECORD NOT = HOLD-FLAG
               GO CHKHLD-EXIT
           END-IF.
           PERFORM  FIND-ENTRY-OVERRIDE  THRU  FNDOVR-EXIT.
           IF  WS-ENTRY-OVERRIDE = "Y"
               GO CHKHLD-EXIT
           END-IF.
           IF  POVRPW OF ZZPC01-I = SPACES
                OR  POVRRC OF ZZPC01-I = SPACES
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN36 OF ZZPC01-O-INDIC
               MOVE
            "Customer is on credit hold - supervisor override required."
                                                 TO  ZMSAGE
               GO CHKHLD-EXIT
           END-IF.
           CALL "RTNSUPVR"  USING  POVRPW OF ZZPC01-I
                                   WS-SUPVR-OK.
           IF  WS-SUPVR-OK NOT = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN36 OF ZZPC01-O-INDIC
               MOVE  "Supervisor password not accepted."  TO  ZMSAGE
               GO CHKHLD-EXIT
           END-IF.
           MOVE  POVRRC OF ZZPC01-I  TO  WS-OVR-REASON-CODE.
           CALL "RTNUSRID" USING WS-OVR-USER-ID.
       CHKHLD-EXIT. EXIT.

      *****************************************************************
      *  VALIDATE-SHIP-LINES                                           *
      *  READS EVERY SUBFILE LINE AND CHECKS THE SHIP FLAG AND UNITS   *
      *  SHIPPED. THE FIRST BAD LINE STOPS THE PASS WITH A MESSAGE     *
      *  AND THE ROW HIGHLIGHTED, AND NOTHING IS WRITTEN. AT LEAST     *
      *  ONE LINE MUST HAVE GONE OUT FOR THE ORDER TO BE SHIPPED.      *
      *****************************************************************
       VALIDATE-SHIP-LINES.
           MOVE  SPACES  TO  WS-ERROR.
           MOVE  0  TO  RECNO  WS-LINES-SHIPPED  WS-LINES-SHORT.
           MOVE  "Y"  TO  RECORD-FOUND-SFL.
           PERFORM  VALIDATE-ONE-LINE  THRU  VAL1LN-EXIT
                    UNTIL  RECORD-FOUND-SFL = "N"
                    OR     WS-ERROR = "Y".
           IF  WS-ERROR NOT = "Y"  AND  WS-LINES-SHIPPED = 0
               MOVE  "Y"  TO  WS-ERROR
               MOVE
             "No line is marked shipped - CF12 leaves the order open."
                                                 TO  ZMSAGE
           END-IF.
       VALSHP-EXIT. EXIT.

       VALIDATE-ONE-LINE.
           PERFORM  READ-NEXT-SFL-FILE  THRU  RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO VAL1LN-EXIT
           END-IF.
           IF  SSHIP OF ZZPS01-I NOT = "Y"
                AND  SSHIP OF ZZPS01-I NOT = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  "Ship flag must be Y or N."  TO  ZMSAGE
           END-IF.
           IF  WS-ERROR NOT = "Y"
                AND  SSHIP OF ZZPS01-I = "Y"
                AND  SUNIT OF ZZPS01-I NOT = ZERO
                AND  (SSHPUN OF ZZPS01-I NOT > ZERO
                      OR  SSHPUN OF ZZPS01-I > SUNIT OF ZZPS01-I)
               MOVE  "Y"  TO  WS-ERROR
               MOVE
               "Units shipped must be from 1 up to the units ordered."
                                                 TO  ZMSAGE
           END-IF.
           IF  WS-ERROR NOT = "Y"
                AND  SSHIP OF ZZPS01-I = "Y"
                AND  SUNIT OF ZZPS01-I = ZERO
                AND  SSHPUN OF ZZPS01-I NOT = ZERO
               MOVE  "Y"  TO  WS-ERROR
               MOVE  "Line was ordered by amount - leave units at zero."
                                                 TO  ZMSAGE
           END-IF.
           IF  WS-ERROR = "Y"
               MOVE  INDIC-ON  TO  IN50 OF ZZPS01-O-INDIC
           END-IF.
           PERFORM  REWRITE-SFL-RECORD  THRU  RWSFLR-EXIT.
           MOVE  INDIC-OFF  TO  IN50 OF ZZPS01-O-INDIC.
           IF  WS-ERROR = "Y"
               GO VAL1LN-EXIT
           END-IF.
           IF  SSHIP OF ZZPS01-I = "Y"
               ADD  1  TO  WS-LINES-SHIPPED
           END-IF.
           IF  SSHIP OF ZZPS01-I = "N"
                OR  SSHPUN OF ZZPS01-I < SUNIT OF ZZPS01-I
               ADD  1  TO  WS-LINES-SHORT
           END-IF.
       VAL1LN-EXIT. EXIT.

      *�AN ORDER ALREADY ON THE REGISTER WAS CONFIRMED BEFORE, EVEN IF
      *�ITS HEADER WAS SINCE PUT BACK TO "O" BY HAND.
       CHECK-REGISTER-ROUTINE.
           MOVE  WS-CUR-ORNO  TO  SRORNO OF SHPREG-RECORD.
           MOVE  ZERO         TO  SRLNNO OF SHPREG-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SHPREG.
           START  SHPREG-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF SHPREG-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-SHPREG
           END-START.
           IF  RECORD-FOUND-SHPREG = "Y"
               READ  SHPREG-FILE  NEXT RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-SHPREG
               END-READ
           END-IF.
           IF  RECORD-FOUND-SHPREG = "Y"
                AND  SRORNO OF SHPREG-RECORD NOT = WS-CUR-ORNO
               MOVE  "N"  TO  RECORD-FOUND-SHPREG
           END-IF.
       CHKREG-EXIT. EXIT.

      *****************************************************************
      *  WRITE-REGISTER-ROUTINE                                        *
      *  SECOND PASS OVER THE SUBFILE - EVERY LINE HAS VALIDATED       *
      *  CLEAN, SO ONE SHPREG-FILE ROW IS WRITTEN PER ORDER LINE,      *
      *  SHIPPED OR NOT, WITH THE AMOUNT SHIPPED PRO-RATED FROM THE    *
      *  ORDER LINE ON THE UNITS THAT WENT OUT.                        *
      *****************************************************************
       WRITE-REGISTER-ROUTINE.
           MOVE  0  TO  RECNO.
           MOVE  "Y"  TO  RECORD-FOUND-SFL.
           PERFORM  WRITE-ONE-REGISTER-ROW  THRU  WRT1RG-EXIT
                    UNTIL  RECORD-FOUND-SFL = "N".
       WRTREG-EXIT. EXIT.

       WRITE-ONE-REGISTER-ROW.
           PERFORM  READ-NEXT-SFL-FILE  THRU  RNSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO WRT1RG-EXIT
           END-IF.
           MOVE  WS-CUR-ORNO         TO  ODORNO OF ORDDTL-RECORD.
           MOVE  SLNNO OF ZZPS01-I   TO  ODLNNO OF ORDDTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-ORDDTL.
           READ  ORDDTL-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-ORDDTL
           END-READ.
           IF  RECORD-FOUND-ORDDTL = "N"
               GO WRT1RG-EXIT
           END-IF.
           INITIALIZE  SHPREG-RECORD
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  WS-CUR-ORNO             TO  SRORNO OF SHPREG-RECORD.
           MOVE  ODLNNO OF ORDDTL-RECORD TO  SRLNNO OF SHPREG-RECORD.
           MOVE  WS-CUR-CUSCD            TO  SRCUCD OF SHPREG-RECORD.
           MOVE  WS-SYS-DATE             TO  SRSHDT OF SHPREG-RECORD.
           MOVE  WS-SYS-TIME-HMS         TO  SRSHTM OF SHPREG-RECORD.
           MOVE  WS-USER-ID              TO  SRUSID OF SHPREG-RECORD.
           MOVE  ODPCAT OF ORDDTL-RECORD TO  SRPCAT OF SHPREG-RECORD.
           MOVE  ODUNIT OF ORDDTL-RECORD TO  SRORUN OF SHPREG-RECORD.
           MOVE  ODSSEQ OF ORDDTL-RECORD TO  SRSSEQ OF SHPREG-RECORD.
           MOVE  XWAOCD OF CUSTS-RECORD  TO  SRAOCD OF SHPREG-RECORD.
           EVALUATE  TRUE
             WHEN  SSHIP OF ZZPS01-I NOT = "Y"
               MOVE  ZERO  TO  SRSHUN OF SHPREG-RECORD
                               SRAMT  OF SHPREG-RECORD
             WHEN  ODUNIT OF ORDDTL-RECORD = ZERO
               MOVE  ODAMT OF ORDDTL-RECORD  TO  SRAMT OF SHPREG-RECORD
             WHEN  OTHER
               MOVE  SSHPUN OF ZZPS01-I  TO  SRSHUN OF SHPREG-RECORD
               COMPUTE  SRAMT OF SHPREG-RECORD  ROUNDED
                      = ODAMT OF ORDDTL-RECORD * SSHPUN OF ZZPS01-I
                                           / ODUNIT OF ORDDTL-RECORD
           END-EVALUATE.
           WRITE  SHPREG-RECORD
               INVALID KEY
                  DISPLAY "CBCUSSHP REGISTER WRITE FAILED, ORDER="
                          SRORNO OF SHPREG-RECORD  " LINE="
                          SRLNNO OF SHPREG-RECORD  " STATUS="
                          SHPREG-FILE-STATUS
           END-WRITE.
       WRT1RG-EXIT. EXIT.

      *****************************************************************
      *  WRITE-OVERRIDE-AUDIT-ROUTINE                                  *
      *  RECORDS A SHIPMENT CONFIRMED UNDER A CREDIT-HOLD OVERRIDE ON  *
      *  CUSHST-FILE AS THE ORDER STATUS CHANGE, CARRYING THE          *
      *  OVERRIDE USER AND REASON THE SAME WAY CBCUSORD DOES.          *
      *****************************************************************
       WRITE-OVERRIDE-AUDIT-ROUTINE.
           PERFORM  NEXT-HSEQNO-ROUTINE  THRU  NXTHSQ-EXIT.
           ADD  1  TO  WS-HSEQNO.
           MOVE  WS-CUR-ORNO  TO  WS-ORNO-EDIT.
           MOVE XWBCCD OF CUSTS-RECORD  TO  HWBCCD OF CUSHST-RECORD.
           MOVE WS-HSEQNO               TO  HSEQNO OF CUSHST-RECORD.
           MOVE WS-SYS-DATE              TO  HCHGDT OF CUSHST-RECORD.
           MOVE WS-SYS-TIME-HMS           TO  HCHGTM OF CUSHST-RECORD.
           MOVE WS-USER-ID                TO  HUSRID OF CUSHST-RECORD.
           MOVE WS-OVR-USER-ID             TO  HOVRID OF CUSHST-RECORD.
           MOVE WS-OVR-REASON-CODE         TO  HOVRRC OF CUSHST-RECORD.
           MOVE "OHORST"                  TO  HFLDNM OF CUSHST-RECORD.
           MOVE SPACES                    TO  HOLDVL OF CUSHST-RECORD.
           STRING  WS-ORNO-EDIT  " O"  DELIMITED SIZE
                   INTO  HOLDVL OF CUSHST-RECORD.
           MOVE SPACES                    TO  HNEWVL OF CUSHST-RECORD.
           STRING  WS-ORNO-EDIT  " S"  DELIMITED SIZE
                   INTO  HNEWVL OF CUSHST-RECORD.
           WRITE CUSHST-RECORD
               INVALID KEY
                  DISPLAY "CBCUSSHP AUDIT WRITE FAILED, CUSTOMER="
                          HWBCCD OF CUSHST-RECORD  " SEQNO="
                          HSEQNO OF CUSHST-RECORD  " STATUS="
                          CUSHST-FILE-STATUS
           END-WRITE.
       OVRAUD-EXIT. EXIT.

      *****************************************************************
      *  NEXT-HSEQNO-ROUTINE                                          *
      *  FINDS THE HIGHEST EXISTING AUDIT SEQUENCE NUMBER ALREADY ON   *
      *  CUSHST-FILE FOR THIS CUSTOMER, SO THE OVERRIDE RECORD         *
      *  CONTINUES THE SEQUENCE. SAME IDIOM AS CBCUSTS.                *
      *****************************************************************
       NEXT-HSEQNO-ROUTINE.
           MOVE  ZERO  TO  WS-HSEQNO.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  HWBCCD OF CUSHST-RECORD.
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
                AND  HWBCCD OF CUSHST-RECORD = XWBCCD OF CUSTS-RECORD
               MOVE  HSEQNO OF CUSHST-RECORD  TO  WS-HSEQNO
           END-IF.
       NXTHSQ-EXIT. EXIT.

      *�Clear the displayed subfile without consuming a screen read,
      *�so a new order can be loaded mid-cycle.
       CLEAR-SFL-ROUTINE.
           MOVE  INDIC-ON  TO  IN74.
           WRITE  DISPLAY-REC  FROM  SFC-OUT  FORMAT "ZZPC01"
                  INDICATORS ARE ZZPC01-O-INDIC.
           MOVE  INDIC-OFF  TO  IN74.
           MOVE  0  TO  WS-LINES-LOADED.
       CLRSFL-EXIT.  EXIT.

       WRITE-SFL-RECORD.
           WRITE SUBFILE DISPLAY-REC FROM SFL-OUT FORMAT "ZZPS01"
                 INVALID KEY DISPLAY "PROBLEM IN SUBFILE WRITING-P1".
           INITIALIZE  ZZPS01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

       READ-NEXT-SFL-FILE.
           ADD 1 TO RECNO.
           MOVE "Y" TO RECORD-FOUND-SFL.
           READ SUBFILE DISPLAY-FILE INTO SFL-IN   FORMAT "ZZPS01"
             INVALID MOVE "N" TO RECORD-FOUND-SFL
                     GO RNSFLF-EXIT.
           MOVE CORR ZZPS01-I     TO   ZZPS01-O.
       RNSFLF-EXIT.   EXIT.

       REWRITE-SFL-RECORD.
           REWRITE SUBFILE DISPLAY-REC FROM SFL-OUT FORMAT "ZZPS01"
                 INDICATORS ARE ZZPS01-O-INDIC
                 INVALID KEY DISPLAY "PROBLEM IN SUBFILE REWRITING-P2"
           END-REWRITE.
       RWSFLR-EXIT.  EXIT.

       WRITE-READ-SFC.
           IF  SHWREC  OF ZZPC01-O  = 0
                  MOVE 1 TO SHWREC OF ZZPC01-O.
           WRITE  DISPLAY-REC   FROM  MSG-OUT    FORMAT "ZZPT01"
           WRITE  DISPLAY-REC   FROM  SFC-OUT    FORMAT "ZZPC01"
                       INDICATORS ARE ZZPC01-O-INDIC.
           READ DISPLAY-FILE  INTO  SFC-IN
                   INDICATORS ARE ZZPC01-I-INDIC.
           MOVE    SPACES   TO    ZMSAGE.
           MOVE CORR ZZPC01-I-INDIC      TO  WS-INPUT-INDIC.
           MOVE CORR ZZPC01-I            TO  ZZPC01-O.
       WRSFC-EXIT.   EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INPUT-INDIC  DISPLAY-INDICATORS.
           INITIALIZE   SFL-IN  SFL-OUT  SFC-OUT SFC-IN
              WS-VARIABLES  WS-CURRENT-ORDER  MSG-OUT
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  CUSTS-FILE
                            ORDDTL-FILE
                     I-O    ORDHDR-FILE
                            SHPREG-FILE
                            CUSHST-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   CUSTS-FILE
                       ORDDTL-FILE
                       ORDHDR-FILE
                       SHPREG-FILE
                       CUSHST-FILE
                       DISPLAY-FILE.

      *�THE WHOLE ORDER IS IN THE SUBFILE, SO SFLEND IS ALWAYS ON AND
      *�THE DISPLAY ROLLS THROUGH IT WITHOUT COMING BACK HERE.
       DISPLAY-SFLCTL-FILE.
           MOVE INDIC-ON   TO   IN72 IN81.
           IF  WS-LINES-LOADED > 0
               MOVE INDIC-ON   TO   IN71
           ELSE
               MOVE INDIC-OFF  TO   IN71
           END-IF.
           PERFORM  WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE INDIC-OFF  TO  IN36 OF ZZPC01-O-INDIC.
       DSFCF-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZPC01-O.
