       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSWOR.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Bad-debt write-off request entry - the collector's side of a
      * write-off. The collector keys the customer, the amount to
      * write off (any amount up to the full AR balance XWIDV0) and a
      * reason code from the WO code type on REFCDS-FILE, and the
      * request is written to WOFREQ-FILE pending a supervisor's
      * decision in CBCUSWRV.
      * Nothing on the customer changes here. A customer can only
      * have one request awaiting review at a time.
      *
      * The subfile lists the requests on file - pending and decided
      * - from the customer keyed, so the collector can see what
      * happened to earlier requests.

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

           SELECT REFCDS-FILE
               ASSIGN TO DATABASE-REFCDS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY
                             OF REFCDS-RECORD
               FILE STATUS IS REFCDS-FILE-STATUS.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CBCUSWORD-SI
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

       FD  REFCDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFCDS-RECORD.
           COPY DDS-REFCDSR OF  REFCDS.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC          PIC X(1920).

       WORKING-STORAGE SECTION.
       01  WOFREQ-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  REFCDS-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECNO   PIC 99 VALUE 0.
           02  RECORD-FOUND-WOFREQ    PIC  X VALUE SPACES.
           02  RECORD-FOUND-CUSTS     PIC  X VALUE SPACES.
           02  RECORD-FOUND-REFCDS    PIC  X VALUE SPACES.
           02  WS-ERROR               PIC  X VALUE SPACES.
           02  WS-PENDING-FOUND       PIC  X VALUE SPACES.
           02  WS-LAST-SEQN           PIC 9(05) VALUE 0.
           02  WS-TOP-KEY             PIC X(10) VALUE SPACES.
           02  WS-BOTTOM-KEY          PIC X(10) VALUE SPACES.
           02  WS-START-KEY           PIC X(10) VALUE SPACES.
           02  WS-USER-ID             PIC X(10) VALUE SPACES.
           02  WS-SYS-DATE            PIC 9(08) VALUE 0.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  DISPLAY-INDICATORS.
           COPY DDS-ZZWS01-INDICATORS     OF  CBCUSWORD.
           COPY DDS-ZZWC01-INDICATORS     OF  CBCUSWORD.

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.
           02  WO-CODE-TYPE     PIC X(02) VALUE "WO".

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
           COPY DDS-ZZWS01-I        OF CBCUSWORD.
       01  SFL-OUT.
           COPY DDS-ZZWS01-O        OF CBCUSWORD.
       01  SFC-IN.
           COPY DDS-ZZWC01-I        OF CBCUSWORD.
       01  SFC-OUT.
           COPY DDS-ZZWC01-O        OF CBCUSWORD.
       01  MSG-OUT.
           COPY DDS-ZZWT01-O        OF CBCUSWORD.

       01  SCRN-CONTROL.
           02 FUNCT       PIC XX.
           02 DEVICEFILE  PIC X(10).
           02 RECFORMAT   PIC X(10).


       PROCEDURE DIVISION.

       MAIN-PROCESSING.
           PERFORM OPEN-FILES.
           PERFORM INIT-ROUTINE  THRU  INIT-EXIT.
           PERFORM LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT.
           PERFORM PROCESS-ROUTINE   THRU  PP-EXIT
                   UNTIL  EXIT-KEY.

       PROGRAM-EXIT.
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
           WHEN   WCBCCD OF ZZWC01-I = SPACES
                  MOVE
           "Key a customer, amount and reason for a write-off."
                                                 TO ZMSAGE
                  PERFORM LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT
           WHEN   OTHER
                  PERFORM RAISE-REQUEST-ROUTINE  THRU  RAISE-EXIT
                  MOVE  SPACES  TO  WS-START-KEY
                  MOVE  WCBCCD OF ZZWC01-I  TO  WS-START-KEY (1:5)
                  MOVE  ZEROS  TO  WS-START-KEY (6:5)
                  PERFORM LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT
           END-EVALUATE.
       PP-EXIT.       EXIT.

      *****************************************************************
      *  RAISE-REQUEST-ROUTINE                                         *
      *  SHOWS THE CUSTOMER KEYED AND, WHEN AN AMOUNT OR REASON IS     *
      *  KEYED WITH IT, VALIDATES AND WRITES THE WRITE-OFF REQUEST.    *
      *  A CUSTOMER KEYED ALONE IS JUST SHOWN WITH ITS BALANCE.        *
      *****************************************************************
       RAISE-REQUEST-ROUTINE.
           MOVE  SPACES  TO  WS-ERROR.
           MOVE  WCBCCD OF ZZWC01-I  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           READ  CUSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZWC01-O-INDIC
               MOVE  SPACES  TO  WCNAME OF ZZWC01-O
               MOVE  ZERO    TO  WCBAL  OF ZZWC01-O
               MOVE  "Customer not found."  TO ZMSAGE
               GO RAISE-EXIT
           END-IF.
           MOVE  XWG4TX OF CUSTS-RECORD (1:25)  TO  WCNAME OF ZZWC01-O.
           MOVE  XWIDV0 OF CUSTS-RECORD  TO  WCBAL OF ZZWC01-O.
           IF  WCAMT OF ZZWC01-I = ZERO
                AND  WCRSCD OF ZZWC01-I = SPACES
               MOVE
           "Key the amount and a reason code to raise a write-off."
                                                 TO ZMSAGE
               GO RAISE-EXIT
           END-IF.
           IF  XWIDV0 OF CUSTS-RECORD NOT > ZERO
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZWC01-O-INDIC
               MOVE  "Customer has no balance owing to write off."
                                                 TO ZMSAGE
               GO RAISE-EXIT
           END-IF.
           IF  WCAMT OF ZZWC01-I NOT > ZERO
                OR  WCAMT OF ZZWC01-I > XWIDV0 OF CUSTS-RECORD
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN32 OF ZZWC01-O-INDIC
               MOVE
           "Amount must be over zero and within the balance."
                                                 TO ZMSAGE
               GO RAISE-EXIT
           END-IF.
           MOVE  WO-CODE-TYPE  TO  RFTYPE OF REFCDS-RECORD.
           MOVE  WCRSCD OF ZZWC01-I  TO  RFCODE OF REFCDS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-REFCDS.
           READ  REFCDS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-REFCDS
           END-READ.
           IF  WCRSCD OF ZZWC01-I = SPACES
                OR  RECORD-FOUND-REFCDS = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN33 OF ZZWC01-O-INDIC
               MOVE  "Reason must be a code under code type WO."
                                                 TO ZMSAGE
               GO RAISE-EXIT
           END-IF.
           PERFORM  FIND-REQUESTS-ROUTINE  THRU  FNDREQ-EXIT.
           IF  WS-PENDING-FOUND = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZWC01-O-INDIC
               MOVE
           "A write-off is already awaiting review for this customer."
                                                 TO ZMSAGE
               GO RAISE-EXIT
           END-IF.
           PERFORM  WRITE-REQUEST-ROUTINE  THRU  WRTREQ-EXIT.
       RAISE-EXIT.  EXIT.

      *****************************************************************
      *  FIND-REQUESTS-ROUTINE                                         *
      *  READS THE CUSTOMER'S REQUESTS ON WOFREQ-FILE FOR ONE STILL    *
      *  PENDING AND THE HIGHEST SEQUENCE USED SO FAR.                 *
      *****************************************************************
       FIND-REQUESTS-ROUTINE.
           MOVE  "N"   TO  WS-PENDING-FOUND.
           MOVE  ZERO  TO  WS-LAST-SEQN.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  WRBCCD OF WOFREQ-RECORD.
           MOVE  ZERO  TO  WRSEQN OF WOFREQ-RECORD.
           START  WOFREQ-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF WOFREQ-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-WOFREQ
                  NOT INVALID KEY
                      MOVE "Y" TO RECORD-FOUND-WOFREQ
           END-START.
           PERFORM  FIND-ONE-REQUEST  THRU  FND1RQ-EXIT
                    UNTIL  RECORD-FOUND-WOFREQ = "N".
       FNDREQ-EXIT.  EXIT.

       FIND-ONE-REQUEST.
           READ  WOFREQ-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-WOFREQ
           END-READ.
           IF  RECORD-FOUND-WOFREQ = "Y"
                AND  WRBCCD OF WOFREQ-RECORD
                            NOT = XWBCCD OF CUSTS-RECORD
               MOVE  "N"  TO  RECORD-FOUND-WOFREQ
           END-IF.
           IF  RECORD-FOUND-WOFREQ = "N"
               GO FND1RQ-EXIT
           END-IF.
           MOVE  WRSEQN OF WOFREQ-RECORD  TO  WS-LAST-SEQN.
           IF  WRSTAT OF WOFREQ-RECORD = "P"
               MOVE  "Y"  TO  WS-PENDING-FOUND
           END-IF.
       FND1RQ-EXIT.  EXIT.

      *****************************************************************
      *  WRITE-REQUEST-ROUTINE                                         *
      *  WRITES THE PENDING REQUEST UNDER THE NEXT SEQUENCE FOR THE    *
      *  CUSTOMER, WITH THE BALANCE AS IT STANDS AND THE COLLECTOR'S   *
      *  USER ID.                                                      *
      *****************************************************************
       WRITE-REQUEST-ROUTINE.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           CALL "RTNUSRID" USING WS-USER-ID.
           INITIALIZE  WOFREQ-RECORD
               REPLACING ALPHANUMERIC BY SPACES NUMERIC BY ZEROS.
           MOVE  XWBCCD OF CUSTS-RECORD  TO  WRBCCD OF WOFREQ-RECORD.
           COMPUTE  WRSEQN OF WOFREQ-RECORD = WS-LAST-SEQN + 1.
           MOVE  WCAMT  OF ZZWC01-I      TO  WRAMT  OF WOFREQ-RECORD.
           MOVE  XWIDV0 OF CUSTS-RECORD  TO  WRBAL  OF WOFREQ-RECORD.
           MOVE  WCRSCD OF ZZWC01-I      TO  WRRSCD OF WOFREQ-RECORD.
           MOVE  WS-SYS-DATE             TO  WRRQDT OF WOFREQ-RECORD.
           MOVE  WS-USER-ID              TO  WRRQID OF WOFREQ-RECORD.
           MOVE  "P"                     TO  WRSTAT OF WOFREQ-RECORD.
           WRITE  WOFREQ-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
                  MOVE  "Write-off request could not be written."
                                                 TO ZMSAGE
                  GO WRTREQ-EXIT
           END-WRITE.
           MOVE  "Write-off request raised for supervisor review."
                                                 TO ZMSAGE.
           MOVE  ZERO    TO  WCAMT  OF ZZWC01-O.
           MOVE  SPACES  TO  WCRSCD OF ZZWC01-O.
       WRTREQ-EXIT.  EXIT.

      *****************************************************************
      *  LOAD-PAGE-ROUTINE                                             *
      *  LOADS A SUBFILE PAGE OF REQUESTS, STARTING JUST PAST          *
      *  WS-START-KEY.                                                 *
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
               MOVE "No write-off requests on file."  TO ZMSAGE
           END-IF.
       LOADPG-EXIT.  EXIT.

       FILL-ONE-ROW.
           READ  WOFREQ-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-WOFREQ
           END-READ.
           IF  RECORD-FOUND-WOFREQ = "Y"
               INITIALIZE  ZZWS01-O
                   REPLACING  ALPHANUMERIC BY SPACES
                              NUMERIC      BY ZEROS
               MOVE WRBCCD OF WOFREQ-RECORD  TO SWBCCD OF ZZWS01-O
               MOVE WRSEQN OF WOFREQ-RECORD  TO SWSEQN OF ZZWS01-O
               MOVE WRRQDT OF WOFREQ-RECORD  TO SWRQDT OF ZZWS01-O
               MOVE WRAMT  OF WOFREQ-RECORD  TO SWAMT  OF ZZWS01-O
               MOVE WRRSCD OF WOFREQ-RECORD  TO SWRSCD OF ZZWS01-O
               MOVE WRRQID OF WOFREQ-RECORD  TO SWRQID OF ZZWS01-O
               MOVE WRSTAT OF WOFREQ-RECORD  TO SWSTAT OF ZZWS01-O
               MOVE WRDCID OF WOFREQ-RECORD  TO SWDCID OF ZZWS01-O
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

      *�Page backward - restart from the top of the request list.
       ROLLDOWN-ROUTINE.
           MOVE  SPACES  TO  WS-START-KEY.
           PERFORM  LOAD-PAGE-ROUTINE  THRU  LOADPG-EXIT.
       ROLLDN-EXIT.  EXIT.

      *�Clear the displayed subfile without consuming a screen read,
      *�so a roll key or a redisplay can reload it mid-cycle.
       CLEAR-SFL-ROUTINE.
           MOVE  INDIC-ON  TO  IN74.
           WRITE  DISPLAY-REC  FROM  SFC-OUT  FORMAT "ZZWC01"
                  INDICATORS ARE ZZWC01-O-INDIC.
           MOVE  INDIC-OFF  TO  IN74.
       CLRSFL-EXIT.  EXIT.

       WRITE-SFL-RECORD.
           WRITE SUBFILE DISPLAY-REC FROM SFL-OUT FORMAT "ZZWS01"
                 INVALID KEY DISPLAY "PROBLEM IN SUBFILE WRITING-P1".
           INITIALIZE  ZZWS01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

       WRITE-READ-SFC.
           IF  SHWREC  OF ZZWC01-O  = 0
                  MOVE 1 TO SHWREC OF ZZWC01-O.
           WRITE  DISPLAY-REC   FROM  MSG-OUT    FORMAT "ZZWT01"
           WRITE  DISPLAY-REC   FROM  SFC-OUT    FORMAT "ZZWC01"
                       INDICATORS ARE ZZWC01-O-INDIC.
           READ DISPLAY-FILE  INTO  SFC-IN
                   INDICATORS ARE ZZWC01-I-INDIC.
           MOVE    SPACES   TO    ZMSAGE.
           MOVE CORR ZZWC01-I-INDIC      TO  WS-INPUT-INDIC.
           MOVE CORR ZZWC01-I            TO  ZZWC01-O.
       WRSFC-EXIT.   EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INPUT-INDIC  DISPLAY-INDICATORS.
           INITIALIZE   SFL-IN  SFL-OUT  SFC-OUT SFC-IN
              WS-VARIABLES  MSG-OUT
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  INPUT  CUSTS-FILE
                            REFCDS-FILE
                     I-O    WOFREQ-FILE
                            DISPLAY-FILE.

       CLOSE-FILES.
               CLOSE   WOFREQ-FILE
                       CUSTS-FILE
                       REFCDS-FILE
                       DISPLAY-FILE.

       DISPLAY-SFLCTL-FILE.
           MOVE INDIC-ON   TO   IN72 IN74.
           MOVE INDIC-OFF  TO   IN71.
           PERFORM  WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE INDIC-ON   TO   IN81 IN71.
           MOVE INDIC-OFF TO    IN74.
           MOVE INDIC-OFF  TO  IN31 OF ZZWC01-O-INDIC
                               IN32 OF ZZWC01-O-INDIC
                               IN33 OF ZZWC01-O-INDIC.
       DSFCF-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZWC01-O.
