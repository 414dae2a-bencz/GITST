       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSWRV.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Bad-debt write-off review - the supervisor's side of the
      * write-off requests collectors raise in CBCUSWOR. Lists the
      * pending WOFREQ-FILE requests in a subfile with the customer's
      * current balance, the amount and the reason; the supervisor
      * keys A to approve or R to reject against each line. A request
      * cannot be approved by the user who raised it.
      *
      * An approved write-off is applied to the customer record: the
      * amount comes off the AR balance XWIDV0, the customer goes on
      * credit hold (XWDAST "H") and inactive (XWC7ST "I"), and the
      * customer's DUNCTL-FILE dunning state is closed so no further
      * letters escalate. The amount is worked off the open invoices
      * on INVOIC-FILE oldest first, exactly as CBCUSCSH applies a
      * payment, with an invoice cleared by it marked written off
      * (IVSTAT "W"); any part left over comes off the balance
      * carried from before invoicing. Every change is written to
      * CUSHST-FILE as CBCUSTS records a supervisor override - the
      * collector as the user, the approving supervisor as HOVRID
      * and the write-off reason as HOVRRC. The salesman, branch and
      * region at approval are kept on the request for the CBCUSWOL
      * write-off register and the CBCUSGLJ journal.
      *
      * Either decision stamps the request with the decision date,
      * time and user.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WOFREQ-FILE
               ASSIGN TO DATABASE-WOFREQ
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF WOFREQ-RECORD
               FILE STATUS IS WOFREQ-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF CUSTS-RECORD
               FILE STATUS IS CUSTS-FILE-STATUS.

           SELECT INVOIC-FILE
               ASSIGN TO DATABASE-INVOIC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF INVOIC-RECORD
               FILE STATUS IS INVOIC-FILE-STATUS.

           SELECT DUNCTL-FILE
               ASSIGN TO DATABASE-DUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF DUNCTL-RECORD
               FILE STATUS IS DUNCTL-FILE-STATUS.

           SELECT CUSHST-FILE
               ASSIGN TO DATABASE-CUSHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF CUSHST-RECORD
               FILE STATUS IS CUSHST-FILE-STATUS.

           SELECT SYSSTS-FILE
               ASSIGN TO DATABASE-SYSSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF SYSSTS-RECORD
               FILE STATUS IS SYSSTS-FILE-STATUS.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CBCUSWRVD-SI
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  WOFREQ-FILE
           LABEL RECORDS ARE STANDARD.
       01  WOFREQ-RECORD.
           COPY DDS-WOFREQR OF  WOFREQ.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  INVOIC-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVOIC-RECORD.
           COPY DDS-INVOICR     OF  INVOIC.

       FD  DUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  DUNCTL-RECORD.
           COPY DDS-DUNCTLR     OF  DUNCTL.

       FD  CUSHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSHST-RECORD.
           COPY DDS-CUSHSTR OF CUSHST.

       FD  SYSSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSSTS-RECORD.
           COPY DDS-SYSSTSR OF  SYSSTS.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC          PIC X(1920).

       WORKING-STORAGE SECTION.
       01  WOFREQ-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  INVOIC-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  DUNCTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSHST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SYSSTS-FILE-STATUS          PIC X(2) VALUE SPACES.

      * BATCH-WINDOW LOCK - THE SYSSTS-FILE RECORD THE UPDATE
      * BATCHES SET WHILE THEY HOLD CUSTS-FILE. THIS PROGRAM COUNTS
      * ITSELF ON AND OFF THE SAME RECORD, LIKE CBCUSTS, SO CBCUSPER
      * CAN REFUSE TO ROLL WHILE A REVIEW SESSION HOLDS THE FILE.
       01  WS-SYSSTS-VARIABLES.
           02  RECORD-FOUND-SYSSTS     PIC X   VALUE SPACES.
           02  WS-BATCH-LOCKED         PIC X   VALUE SPACES.
           02  SYSSTS-RESOURCE         PIC X(10) VALUE "CUSTS".

       01  WS-VARIABLES.
           02  RECNO   PIC 99 VALUE 0.
           02  RECORD-FOUND-WOFREQ    PIC  X VALUE SPACES.
           02  RECORD-FOUND-CUSTS     PIC  X VALUE SPACES.
           02  RECORD-FOUND-INVOIC    PIC  X VALUE SPACES.
           02  RECORD-FOUND-DUNCTL    PIC  X VALUE SPACES.
           02  RECORD-FOUND-CUSHST    PIC  X VALUE SPACES.
           02  RECORD-FOUND-SFL       PIC  X VALUE SPACES.
           02  WS-TOP-KEY             PIC X(10) VALUE SPACES.
           02  WS-BOTTOM-KEY          PIC X(10) VALUE SPACES.
           02  WS-START-KEY           PIC X(10) VALUE SPACES.
           02  WS-APPROVED            PIC 9(03) VALUE 0.
           02  WS-REJECTED            PIC 9(03) VALUE 0.
           02  WS-NOT-APPLIED         PIC 9(03) VALUE 0.
           02  WS-APPLY-OK            PIC  X VALUE SPACES.
           02  WS-WOFF-LEFT           PIC S9(9)V99 VALUE 0.
           02  WS-INV-APPLY           PIC S9(9)V99 VALUE 0.
           02  WS-OLD-IVOPEN          PIC S9(9)V99 VALUE 0.
           02  WS-OLD-XWIDV0          PIC S9(9)V99 VALUE 0.
           02  WS-OLD-XWDAST          PIC X(01) VALUE SPACES.
           02  WS-OLD-XWC7ST          PIC X(01) VALUE SPACES.
           02  WS-INV-EDIT-NO         PIC 9(07) VALUE 0.

       01  WS-AUDIT-VARIABLES.
           02  WS-HSEQNO               PIC 9(07) VALUE 0.
           02  WS-USER-ID              PIC X(10) VALUE SPACES.
           02  WS-OVR-USER-ID          PIC X(10) VALUE SPACES.
           02  WS-OVR-REASON-CODE      PIC X(04) VALUE SPACES.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS     PIC 9(06).
               03  WS-SYS-TIME-HH      PIC 9(02).
           02  WS-AUD-FLDNM            PIC X(10) VALUE SPACES.
           02  WS-AUD-OLDVAL           PIC X(30) VALUE SPACES.
           02  WS-AUD-NEWVAL           PIC X(30) VALUE SPACES.
           02  WS-AUD-EDIT-AMT         PIC Z,ZZZ,ZZ9.99-.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  DISPLAY-INDICATORS.
           COPY DDS-ZZAS01-INDICATORS     OF  CBCUSWRVD.
           COPY DDS-ZZAC01-INDICATORS     OF  CBCUSWRVD.

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.

       01  WS-INPUT-INDIC.
           02  IN12          PIC 1 VALUE B"0".
               88  CANCEL-KEY         VALUE B"1".
           02  IN03          PIC 1 VALUE B"0".
               88  EXIT-KEY           VALUE B"1".
           02  IN25          PIC 1 VALUE B"0".
               88  ROLLUP-KEY         VALUE B"1".
           02  IN26          PIC 1 VALUE B"0".
               88  ROLLDOWN-KEY       VALUE B"1".

      *�SCREEN RECORD FORMATS
       01  SFL-IN.
           COPY DDS-ZZAS01-I        OF CBCUSWRVD.
       01  SFL-OUT.
           COPY DDS-ZZAS01-O        OF CBCUSWRVD.
       01  SFC-IN.
           COPY DDS-ZZAC01-I        OF CBCUSWRVD.
       01  SFC-OUT.
           COPY DDS-ZZAC01-O        OF CBCUSWRVD.
       01  MSG-OUT.
           COPY DDS-ZZAT01-O        OF CBCUSWRVD.

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
           02 RECFORMAT   PIC X(10).


       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM SESSION-ATTACH-ROUTINE  THRU  SSATT-EXIT.
           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           PERFORM LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT.
           PERFORM PROCESS-ROUTINE   THRU  PP-EXIT
                   UNTIL  EXIT-KEY.

       PROGRAM-EXIT.
           PERFORM SESSION-DETACH-ROUTINE  THRU  SSDET-EXIT.
           PERFORM CLOSE-FILES.
           STOP RUN.

       PROCESS-ROUTINE.
           PERFORM   DISPLAY-SFLCTL-FILE     THRU   DSFCF-EXIT.
           EVALUATE  TRUE
           WHEN   EXIT-KEY
                        CONTINUE
           WHEN   CANCEL-KEY
                  PERFORM INITIALIZE-SFLCTL
                  MOVE  SPACES  TO  WS-START-KEY
                  PERFORM LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT
           WHEN   ROLLUP-KEY
                  PERFORM ROLLUP-ROUTINE    THRU  ROLLUP-EXIT
           WHEN   ROLLDOWN-KEY
                  PERFORM ROLLDOWN-ROUTINE  THRU  ROLLDN-EXIT
           WHEN   ASRCCD OF ZZAC01-I NOT = SPACES
                  MOVE  SPACES  TO  WS-START-KEY
                  MOVE  ASRCCD OF ZZAC01-I  TO  WS-START-KEY (1:5)
                  MOVE  ZEROS  TO  WS-START-KEY (6:5)
                  MOVE  SPACES  TO  ASRCCD OF ZZAC01-O
                  PERFORM LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT
           WHEN   OTHER
                  PERFORM DECIDE-PAGE-ROUTINE  THRU  DECPG-EXIT
                  PERFORM LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT
           END-EVALUATE.
       PP-EXIT.       EXIT.

      *****************************************************************
      *  LOAD-PAGE-ROUTINE                                             *
      *  LOADS A SUBFILE PAGE OF PENDING REQUESTS, STARTING JUST PAST  *
      *  WS-START-KEY, WITH THE CUSTOMER NAME AND CURRENT BALANCE.     *
      *****************************************************************
       LOAD-PAGE-ROUTINE.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           MOVE  0  TO  RECNO.
           MOVE  SPACES  TO  WS-TOP-KEY  WS-BOTTOM-KEY.
           MOVE  WS-START-KEY  TO  EXTERNALLY-DESCRIBED-KEY
                                   OF WOFREQ-RECORD.
           START  WOFREQ-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF WOFREQ-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-WOFREQ
                  NOT INVALID KEY
                      MOVE "Y" TO RECORD-FOUND-WOFREQ
           END-START.
           PERFORM  FILL-ONE-ROW  THRU  FILL1R-EXIT
                    UNTIL  RECORD-FOUND-WOFREQ = "N"
                    OR     RECNO  NOT <  MAX-SFL-RECORDS.
           IF  RECNO = 0  AND  ZMSAGE = SPACES
               MOVE "No write-off requests awaiting review."  TO ZMSAGE
           END-IF.
       LOADPG-EXIT.  EXIT.

       FILL-ONE-ROW.
           READ  WOFREQ-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-WOFREQ
           END-READ.
           IF  RECORD-FOUND-WOFREQ = "Y"
                AND  WRSTAT OF WOFREQ-RECORD = "P"
               PERFORM  MOVE-WOFREQ-TO-SFL  THRU  MWRSFL-EXIT
               ADD  1  TO  RECNO
               IF  RECNO = 1
                   MOVE  EXTERNALLY-DESCRIBED-KEY OF WOFREQ-RECORD
                                             TO  WS-TOP-KEY
               END-IF
               MOVE  EXTERNALLY-DESCRIBED-KEY OF WOFREQ-RECORD
                                             TO  WS-BOTTOM-KEY
               PERFORM  WRITE-SFL-RECORD  THRU  WSFLR-EXIT
           END-IF.
       FILL1R-EXIT.  EXIT.

       MOVE-WOFREQ-TO-SFL.
           INITIALIZE  ZZAS01-O   REPLACING  ALPHANUMERIC BY SPACES
                                          NUMERIC BY ZEROS.
           MOVE WRBCCD OF WOFREQ-RECORD  TO SABCCD OF ZZAS01-O
                                            XWBCCD OF CUSTS-RECORD.
           MOVE "Y" TO RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "Y"
               MOVE XWG4TX OF CUSTS-RECORD (1:25)
                                         TO SANAME OF ZZAS01-O
               MOVE XWIDV0 OF CUSTS-RECORD  TO SABAL OF ZZAS01-O
           ELSE
               MOVE ALL "-"              TO SANAME OF ZZAS01-O
           END-IF.
           MOVE WRSEQN OF WOFREQ-RECORD  TO SASEQN OF ZZAS01-O.
           MOVE WRAMT  OF WOFREQ-RECORD  TO SAAMT  OF ZZAS01-O.
           MOVE WRRSCD OF WOFREQ-RECORD  TO SARSCD OF ZZAS01-O.
           MOVE WRRQDT OF WOFREQ-RECORD  TO SARQDT OF ZZAS01-O.
           MOVE WRRQID OF WOFREQ-RECORD  TO SARQID OF ZZAS01-O.
       MWRSFL-EXIT.  EXIT.

      *****************************************************************
      *  DECIDE-PAGE-ROUTINE                                           *
      *  READS THE MODIFIED SUBFILE RECORDS AND APPLIES EACH KEYED     *
      *  DECISION, COUNTING WHAT WAS DONE FOR THE MESSAGE LINE.        *
      *****************************************************************
       DECIDE-PAGE-ROUTINE.
           MOVE  0  TO  WS-APPROVED  WS-REJECTED  WS-NOT-APPLIED.
           MOVE  "N"  TO  WS-BATCH-LOCKED.
           MOVE  "Y"  TO  RECORD-FOUND-SFL.
           PERFORM  DECIDE-ONE-ROW  THRU  DEC1R-EXIT
                    UNTIL  RECORD-FOUND-SFL = "N".
           EVALUATE  TRUE
             WHEN  WS-BATCH-LOCKED = "Y"
      *�KEEP THE BATCH-WINDOW REFUSAL MESSAGE ON THE SCREEN
               CONTINUE
             WHEN  WS-NOT-APPLIED > 0
      *�KEEP THE REASON THE APPROVAL WAS NOT APPLIED ON THE SCREEN
               CONTINUE
             WHEN  WS-APPROVED = 0  AND  WS-REJECTED = 0
               MOVE "Key A to approve or R to reject a write-off."
                                                 TO  ZMSAGE
             WHEN  OTHER
               MOVE "Decisions applied."  TO  ZMSAGE
           END-EVALUATE.
       DECPG-EXIT.  EXIT.

       DECIDE-ONE-ROW.
           PERFORM READ-MODIFIED-SFL-FILE  THRU  RMSFLF-EXIT.
           IF  RECORD-FOUND-SFL = "N"
               GO DEC1R-EXIT
           END-IF.
           IF  SASEL OF ZZAS01-I NOT = "A"
                AND  SASEL OF ZZAS01-I NOT = "R"
               GO DEC1R-EXIT
           END-IF.
           MOVE  SABCCD OF ZZAS01-I  TO  WRBCCD OF WOFREQ-RECORD.
           MOVE  SASEQN OF ZZAS01-I  TO  WRSEQN OF WOFREQ-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-WOFREQ.
           READ  WOFREQ-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-WOFREQ
           END-READ.
           IF  RECORD-FOUND-WOFREQ = "N"
                OR  WRSTAT OF WOFREQ-RECORD NOT = "P"
               GO DEC1R-EXIT
           END-IF.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           CALL "RTNUSRID" USING WS-OVR-USER-ID.
           IF  SASEL OF ZZAS01-I = "A"
      *�THE COLLECTOR WHO RAISED A WRITE-OFF MAY NOT APPROVE IT.
               IF  WS-OVR-USER-ID = WRRQID OF WOFREQ-RECORD
                   ADD  1  TO  WS-NOT-APPLIED
                   MOVE
           "A write-off cannot be approved by the user who raised it."
                                                 TO  ZMSAGE
                   GO DEC1R-EXIT
               END-IF
      *�AN APPROVAL REWRITES CUSTS-FILE - REFUSE IT WHILE AN UPDATE
      *�BATCH HOLDS THE BATCH WINDOW. THE REQUEST STAYS PENDING FOR
      *�A LATER DECISION.
               PERFORM CHECK-BATCH-LOCK-ROUTINE  THRU  CHKLCK-EXIT
               IF  WS-BATCH-LOCKED = "Y"
                   GO DEC1R-EXIT
               END-IF
               PERFORM APPLY-APPROVE-ROUTINE  THRU  APPAPR-EXIT
               IF  WS-APPLY-OK = "Y"
                   MOVE  "A"  TO  WRSTAT OF WOFREQ-RECORD
                   ADD  1  TO  WS-APPROVED
               ELSE
                   ADD  1  TO  WS-NOT-APPLIED
               END-IF
           ELSE
               MOVE  "R"  TO  WRSTAT OF WOFREQ-RECORD
               ADD  1  TO  WS-REJECTED
           END-IF.
           IF  WRSTAT OF WOFREQ-RECORD NOT = "P"
               MOVE  WS-SYS-DATE      TO  WRDCDT OF WOFREQ-RECORD
               MOVE  WS-SYS-TIME-HMS  TO  WRDCTM OF WOFREQ-RECORD
               MOVE  WS-OVR-USER-ID   TO  WRDCID OF WOFREQ-RECORD
               REWRITE  WOFREQ-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSWRV WOFREQ REWRITE FAILED, CUST="
                              WRBCCD OF WOFREQ-RECORD  " STATUS="
                              WOFREQ-FILE-STATUS
               END-REWRITE
           END-IF.
       DEC1R-EXIT.  EXIT.

      *****************************************************************
      *  APPLY-APPROVE-ROUTINE                                         *
      *  TAKES THE APPROVED AMOUNT OFF XWIDV0, PUTS THE CUSTOMER ON    *
      *  CREDIT HOLD AND INACTIVE, WRITES THE AMOUNT OFF THE OPEN      *
      *  INVOICES, CLOSES THE DUNNING STATE AND RECORDS EVERY CHANGE   *
      *  ON CUSHST-FILE. A BALANCE THAT HAS FALLEN BELOW THE AMOUNT    *
      *  SINCE THE REQUEST WAS RAISED (CASH HAS COME IN) IS NOT        *
      *  WRITTEN OFF - THE REQUEST STAYS PENDING FOR A REJECTION.      *
      *****************************************************************
       APPLY-APPROVE-ROUTINE.
           MOVE  SPACES  TO  WS-APPLY-OK.
           MOVE  WRBCCD OF WOFREQ-RECORD  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "N"
               MOVE "Customer no longer on file - not applied."
                                                 TO  ZMSAGE
               GO APPAPR-EXIT
           END-IF.
           IF  WRAMT OF WOFREQ-RECORD > XWIDV0 OF CUSTS-RECORD
               MOVE
           "Balance is now below the write-off amount - not applied."
                                                 TO  ZMSAGE
               GO APPAPR-EXIT
           END-IF.
           MOVE  XWIDV0 OF CUSTS-RECORD  TO  WS-OLD-XWIDV0.
           MOVE  XWDAST OF CUSTS-RECORD  TO  WS-OLD-XWDAST.
           MOVE  XWC7ST OF CUSTS-RECORD  TO  WS-OLD-XWC7ST.
           SUBTRACT  WRAMT OF WOFREQ-RECORD
                                     FROM  XWIDV0 OF CUSTS-RECORD.
           MOVE  "H"  TO  XWDAST OF CUSTS-RECORD.
           MOVE  "I"  TO  XWC7ST OF CUSTS-RECORD.
           REWRITE  CUSTS-RECORD
               INVALID KEY
                  MOVE "Customer record could not be updated."
                                                 TO  ZMSAGE
                  GO APPAPR-EXIT
           END-REWRITE.
           MOVE  PERSON OF CUSTS-RECORD  TO  WRPERS OF WOFREQ-RECORD.
           MOVE  XWB2CD OF CUSTS-RECORD  TO  WRB2CD OF WOFREQ-RECORD.
           MOVE  XWB3CD OF CUSTS-RECORD  TO  WRB3CD OF WOFREQ-RECORD.
      *�THE COLLECTOR WHO RAISED THE WRITE-OFF IS THE USER ON THE
      *�HISTORY ROWS, THE APPROVING SUPERVISOR THE OVERRIDE USER.
           MOVE  WRRQID OF WOFREQ-RECORD  TO  WS-USER-ID.
           MOVE  WRRSCD OF WOFREQ-RECORD  TO  WS-OVR-REASON-CODE.
           PERFORM  NEXT-HSEQNO-ROUTINE  THRU  NXTHSQ-EXIT.
           MOVE  "XWIDV0"  TO  WS-AUD-FLDNM.
           MOVE  WS-OLD-XWIDV0  TO  WS-AUD-EDIT-AMT.
           MOVE  WS-AUD-EDIT-AMT  TO  WS-AUD-OLDVAL.
           MOVE  XWIDV0 OF CUSTS-RECORD  TO  WS-AUD-EDIT-AMT.
           MOVE  WS-AUD-EDIT-AMT  TO  WS-AUD-NEWVAL.
           PERFORM  WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
           IF  WS-OLD-XWDAST NOT = XWDAST OF CUSTS-RECORD
               MOVE  "XWDAST"  TO  WS-AUD-FLDNM
               MOVE  WS-OLD-XWDAST  TO  WS-AUD-OLDVAL
               MOVE  XWDAST OF CUSTS-RECORD  TO  WS-AUD-NEWVAL
               PERFORM  WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT
           END-IF.
           IF  WS-OLD-XWC7ST NOT = XWC7ST OF CUSTS-RECORD
               MOVE  "XWC7ST"  TO  WS-AUD-FLDNM
               MOVE  WS-OLD-XWC7ST  TO  WS-AUD-OLDVAL
               MOVE  XWC7ST OF CUSTS-RECORD  TO  WS-AUD-NEWVAL
               PERFORM  WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT
           END-IF.
           PERFORM  WRITE-OFF-INVOICES-ROUTINE  THRU  WOFINV-EXIT.
           PERFORM  CLOSE-DUN-STATE-ROUTINE  THRU  CLSDUN-EXIT.
           MOVE  "Y"  TO  WS-APPLY-OK.
       APPAPR-EXIT.  EXIT.

      *****************************************************************
      *  WRITE-OFF-INVOICES-ROUTINE                                    *
      *  WORKS THE WRITE-OFF DOWN THE CUSTOMER'S OPEN INVOICES IN KEY  *
      *  ORDER - ASCENDING INVOICE NUMBER, SO OLDEST FIRST - THE WAY   *
      *  CBCUSCSH APPLIES A PAYMENT. WHATEVER REMAINS CAME OFF THE     *
      *  BALANCE CARRIED FROM BEFORE INVOICING.                        *
      *****************************************************************
       WRITE-OFF-INVOICES-ROUTINE.
           MOVE  WRAMT OF WOFREQ-RECORD  TO  WS-WOFF-LEFT.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  IVBCCD OF INVOIC-RECORD.
           MOVE  ZERO  TO  IVINNO OF INVOIC-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-INVOIC.
           START  INVOIC-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF INVOIC-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-INVOIC
           END-START.
           PERFORM WRITE-OFF-ONE-INVOICE  THRU  WOF1IV-EXIT
                   UNTIL  RECORD-FOUND-INVOIC = "N"
                   OR     WS-WOFF-LEFT NOT > ZERO.
       WOFINV-EXIT.  EXIT.

       WRITE-OFF-ONE-INVOICE.
           READ  INVOIC-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-INVOIC
           END-READ.
           IF  RECORD-FOUND-INVOIC = "Y"
                AND  IVBCCD OF INVOIC-RECORD
                            NOT = XWBCCD OF CUSTS-RECORD
               MOVE  "N"  TO  RECORD-FOUND-INVOIC
           END-IF.
           IF  RECORD-FOUND-INVOIC = "N"
               GO  WOF1IV-EXIT
           END-IF.
           IF  IVSTAT OF INVOIC-RECORD NOT = "O"
                OR  IVOPEN OF INVOIC-RECORD NOT > ZERO
               GO  WOF1IV-EXIT
           END-IF.
           MOVE  IVOPEN OF INVOIC-RECORD  TO  WS-OLD-IVOPEN.
           IF  WS-WOFF-LEFT < IVOPEN OF INVOIC-RECORD
               MOVE  WS-WOFF-LEFT  TO  WS-INV-APPLY
           ELSE
               MOVE  IVOPEN OF INVOIC-RECORD  TO  WS-INV-APPLY
           END-IF.
           SUBTRACT  WS-INV-APPLY  FROM  IVOPEN OF INVOIC-RECORD.
           SUBTRACT  WS-INV-APPLY  FROM  WS-WOFF-LEFT.
           IF  IVOPEN OF INVOIC-RECORD = ZERO
               MOVE  "W"  TO  IVSTAT OF INVOIC-RECORD
           END-IF.
           REWRITE  INVOIC-RECORD
               INVALID KEY
                   DISPLAY "CBCUSWRV INVOIC REWRITE FAILED, INVOICE="
                           IVINNO OF INVOIC-RECORD  " STATUS="
                           INVOIC-FILE-STATUS
                   GO  WOF1IV-EXIT
           END-REWRITE.
           MOVE  "IVOPEN"  TO  WS-AUD-FLDNM.
           MOVE  IVINNO OF INVOIC-RECORD  TO  WS-INV-EDIT-NO.
           MOVE  WS-OLD-IVOPEN  TO  WS-AUD-EDIT-AMT.
           MOVE  SPACES  TO  WS-AUD-OLDVAL  WS-AUD-NEWVAL.
           STRING  WS-INV-EDIT-NO    DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-AUD-EDIT-AMT   DELIMITED BY SIZE
                   INTO  WS-AUD-OLDVAL
           END-STRING.
           MOVE  IVOPEN OF INVOIC-RECORD  TO  WS-AUD-EDIT-AMT.
           STRING  WS-INV-EDIT-NO    DELIMITED BY SIZE
                   " "               DELIMITED BY SIZE
                   WS-AUD-EDIT-AMT   DELIMITED BY SIZE
                   INTO  WS-AUD-NEWVAL
           END-STRING.
           PERFORM  WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       WOF1IV-EXIT.  EXIT.

      *****************************************************************
      *  CLOSE-DUN-STATE-ROUTINE                                       *
      *  DELETES THE CUSTOMER'S DUNNING STATE, AS CBCUSDUN DOES FOR A  *
      *  CUSTOMER NO LONGER ELIGIBLE, SO THE ESCALATION IS CLOSED.     *
      *****************************************************************
       CLOSE-DUN-STATE-ROUTINE.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  DCBCCD OF DUNCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-DUNCTL.
           READ  DUNCTL-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-DUNCTL
           END-READ.
           IF  RECORD-FOUND-DUNCTL = "Y"
               DELETE  DUNCTL-FILE
                   INVALID KEY
                      DISPLAY "CBCUSWRV DUNCTL DELETE FAILED, CUST="
                              DCBCCD OF DUNCTL-RECORD  " STATUS="
                              DUNCTL-FILE-STATUS
               END-DELETE
           END-IF.
       CLSDUN-EXIT.  EXIT.

      *****************************************************************
      *  NEXT-HSEQNO-ROUTINE                                          *
      *  FINDS THE HIGHEST EXISTING AUDIT SEQUENCE NUMBER ALREADY ON   *
      *  CUSHST-FILE FOR THIS CUSTOMER, SO WRITE-AUDIT-RECORD          *
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

       WRITE-AUDIT-RECORD.
           ADD  1  TO  WS-HSEQNO.
           MOVE XWBCCD OF CUSTS-RECORD  TO  HWBCCD OF CUSHST-RECORD.
           MOVE WS-HSEQNO               TO  HSEQNO OF CUSHST-RECORD.
           MOVE WS-SYS-DATE              TO  HCHGDT OF CUSHST-RECORD.
           MOVE WS-SYS-TIME-HMS           TO  HCHGTM OF CUSHST-RECORD.
           MOVE WS-USER-ID                TO  HUSRID OF CUSHST-RECORD.
           MOVE WS-OVR-USER-ID             TO  HOVRID OF CUSHST-RECORD.
           MOVE WS-OVR-REASON-CODE         TO  HOVRRC OF CUSHST-RECORD.
           MOVE WS-AUD-FLDNM              TO  HFLDNM OF CUSHST-RECORD.
           MOVE WS-AUD-OLDVAL             TO  HOLDVL OF CUSHST-RECORD.
           MOVE WS-AUD-NEWVAL             TO  HNEWVL OF CUSHST-RECORD.
           WRITE CUSHST-RECORD
               INVALID KEY
                  DISPLAY "CBCUSWRV AUDIT WRITE FAILED, CUSTOMER="
                          HWBCCD OF CUSHST-RECORD  " SEQNO="
                          HSEQNO OF CUSHST-RECORD  " STATUS="
                          CUSHST-FILE-STATUS
           END-WRITE.
       WRTAUD-EXIT. EXIT.

      *****************************************************************
      *  CHECK-BATCH-LOCK-ROUTINE                                      *
      *  REFUSES A CUSTS-FILE UPDATE WHILE AN UPDATE BATCH HOLDS THE   *
      *  BATCH WINDOW ON THE SYSSTS-FILE RECORD. SAME IDIOM AS         *
      *  CBCUSTS.                                                      *
      *****************************************************************
       CHECK-BATCH-LOCK-ROUTINE.
           MOVE  "N"  TO  WS-BATCH-LOCKED.
           MOVE  SYSSTS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SYSSTS.
           READ  SYSSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SYSSTS
           END-READ.
           IF  RECORD-FOUND-SYSSTS = "Y"
                AND  SSBTCH OF SYSSTS-RECORD = "Y"
               MOVE  "Y"  TO  WS-BATCH-LOCKED
               MOVE
           "System is in the batch window. Try again in a few minutes."
                                         TO  ZMSAGE
           END-IF.
       CHKLCK-EXIT. EXIT.

      *****************************************************************
      *  SESSION-ATTACH-ROUTINE / SESSION-DETACH-ROUTINE               *
      *  COUNT THIS SESSION ON AND OFF THE CUSTOMER MASTER'S           *
      *  SYSSTS-FILE RECORD, SO CBCUSPER CAN REFUSE TO ROLL THE        *
      *  BUCKETS WHILE REVIEW SESSIONS HOLD THE FILE.                  *
      *****************************************************************
       SESSION-ATTACH-ROUTINE.
           MOVE  SYSSTS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SYSSTS.
           READ  SYSSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SYSSTS
           END-READ.
           IF  RECORD-FOUND-SYSSTS = "N"
               INITIALIZE  SYSSTS-RECORD
                   REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS
               MOVE  SYSSTS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD
           END-IF.
           ADD  1  TO  SSINTC OF SYSSTS-RECORD.
           IF  RECORD-FOUND-SYSSTS = "N"
               WRITE  SYSSTS-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSWRV SYSSTS WRITE FAILED, STATUS="
                              SYSSTS-FILE-STATUS
               END-WRITE
           ELSE
               REWRITE  SYSSTS-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSWRV SYSSTS REWRITE FAILED, STATUS="
                              SYSSTS-FILE-STATUS
               END-REWRITE
           END-IF.
       SSATT-EXIT. EXIT.

       SESSION-DETACH-ROUTINE.
           MOVE  SYSSTS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SYSSTS.
           READ  SYSSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SYSSTS
           END-READ.
           IF  RECORD-FOUND-SYSSTS = "Y"
               IF  SSINTC OF SYSSTS-RECORD > ZERO
                   SUBTRACT  1  FROM  SSINTC OF SYSSTS-RECORD
               END-IF
               REWRITE  SYSSTS-RECORD
                   INVALID KEY
                      DISPLAY "CBCUSWRV SYSSTS REWRITE FAILED, STATUS="
                              SYSSTS-FILE-STATUS
               END-REWRITE
           END-IF.
       SSDET-EXIT. EXIT.

      *�Page forward - reload from just past the last request shown.
       ROLLUP-ROUTINE.
           IF  WS-BOTTOM-KEY = SPACES
               MOVE "You are at the bottom of the list." TO ZMSAGE
               GO ROLLUP-EXIT
           END-IF.
           MOVE  WS-BOTTOM-KEY  TO  WS-START-KEY.
           PERFORM  LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT.
           IF  RECNO = 0
               MOVE "You are at the bottom of the list." TO ZMSAGE
           END-IF.
       ROLLUP-EXIT.  EXIT.

      *�Page backward - restart from the top of the pending list.
       ROLLDOWN-ROUTINE.
           MOVE  SPACES  TO  WS-START-KEY.
           PERFORM  LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT.
       ROLLDN-EXIT.  EXIT.

      *�Clear the displayed subfile without consuming a screen read,
      *�so a roll key or a redisplay can reload it mid-cycle.
       CLEAR-SFL-ROUTINE.
           MOVE  INDIC-ON  TO  IN74.
           WRITE  DISPLAY-REC  FROM  SFC-OUT  FORMAT "ZZAC01"
                  INDICATORS ARE ZZAC01-O-INDIC.
           MOVE  INDIC-OFF  TO  IN74.
       CLRSFL-EXIT.  EXIT.

       WRITE-SFL-RECORD.
           WRITE SUBFILE DISPLAY-REC FROM SFL-OUT FORMAT "ZZAS01"
                 INVALID KEY DISPLAY "PROBLEM IN SUBFILE WRITING-P1".
           INITIALIZE  ZZAS01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

       READ-MODIFIED-SFL-FILE.
           READ SUBFILE DISPLAY-FILE NEXT MODIFIED RECORD INTO SFL-IN
                FORMAT "ZZAS01" AT END
                MOVE "N" TO RECORD-FOUND-SFL
                GO RMSFLF-EXIT.
           MOVE  CORR  ZZAS01-I   TO   ZZAS01-O.
       RMSFLF-EXIT.  EXIT.

       WRITE-READ-SFC.
           IF  SHWREC  OF ZZAC01-O  = 0
                  MOVE 1 TO SHWREC OF ZZAC01-O.
           WRITE  DISPLAY-REC   FROM  MSG-OUT    FORMAT "ZZAT01"
           WRITE  DISPLAY-REC   FROM  SFC-OUT    FORMAT "ZZAC01"
                       INDICATORS ARE ZZAC01-O-INDIC.
           READ DISPLAY-FILE  INTO  SFC-IN
                   INDICATORS ARE ZZAC01-I-INDIC.
           MOVE    SPACES   TO    ZMSAGE.
           MOVE CORR ZZAC01-I-INDIC      TO  WS-INPUT-INDIC.
           MOVE CORR ZZAC01-I            TO  ZZAC01-O.
       WRSFC-EXIT.   EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INPUT-INDIC  DISPLAY-INDICATORS.
           INITIALIZE   SFL-IN  SFL-OUT  SFC-OUT SFC-IN
              WS-VARIABLES  MSG-OUT
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  I-O    WOFREQ-FILE
                            CUSTS-FILE
                            INVOIC-FILE
                            DUNCTL-FILE
                            CUSHST-FILE
                            SYSSTS-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   WOFREQ-FILE
                       CUSTS-FILE
                       INVOIC-FILE
                       DUNCTL-FILE
                       CUSHST-FILE
                       SYSSTS-FILE
                       DISPLAY-FILE.

       DISPLAY-SFLCTL-FILE.
           MOVE INDIC-ON   TO   IN72 IN74.
           MOVE INDIC-OFF  TO   IN71.
           PERFORM  WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE INDIC-ON   TO   IN81 IN71.
           MOVE INDIC-OFF TO    IN74.
       DSFCF-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZAC01-O.
