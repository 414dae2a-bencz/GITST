       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSQTM.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Sales quota maintenance - maintains SLSQTA-FILE, the sales
      * quota CBCUSQTA reports actual sales against. A quota is held
      * per salesman PERSON, region XWB3CD and accounting period
      * (CCYYMM, the period as CBCUSPER rolls it onto PERCTL-FILE),
      * either for all product categories together (category blank)
      * or split by product category A-G. Built in the style of
      * CBCUSPRC: key a salesman and the salesman's quotas list in
      * the subfile, starting at the region keyed; key an action
      * (A=add, C=change, D=delete) with a region, period and
      * category to maintain one.
      * The annual plan is normally loaded in one go by CBCUSQTL and
      * corrected here.
      *
      * The salesman must be on SLMEN-FILE - a new quota is refused
      * for an inactive one - and the region on REFCDS-FILE under
      * type RG. The quota must be greater than zero. A salesman's
      * quota for one region and period is held either in total or
      * by category, never both, so the variance report cannot count
      * it twice - an add that would mix the two is refused. A change
      * replaces the quota amount; region, period and category are
      * the key and cannot be changed - delete and re-add instead.
      *
      * Every add, change and delete is written to MSTHST-FILE under
      * master SLSQTA and the salesman code, with the old and new
      * values and the user id, the same way CBCUSPRC records the
      * price list. Each value is prefixed with the region, period
      * and category of the quota it belongs to.

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

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CBCUSQTMD-SI
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  SLSQTA-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLSQTA-RECORD.
           COPY DDS-SLSQTAR OF  SLSQTA.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN  OF  SLMEN.

       FD  REFCDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFCDS-RECORD.
           COPY DDS-REFCDSR OF  REFCDS.

       FD  MSTHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTHST-RECORD.
           COPY DDS-MSTHSTR OF  MSTHST.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC          PIC X(1920).

       WORKING-STORAGE SECTION.
       01  SLSQTA-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  REFCDS-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  MSTHST-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECNO   PIC 99 VALUE 0.
           02  RECORD-FOUND-SLSQTA    PIC  X VALUE SPACES.
           02  RECORD-FOUND-SLMEN     PIC  X VALUE SPACES.
           02  RECORD-FOUND-REFCDS    PIC  X VALUE SPACES.
           02  RECORD-FOUND-MSTHST    PIC  X VALUE SPACES.
           02  WS-ERROR               PIC  X VALUE SPACES.
           02  WS-SALESMAN-OK         PIC  X VALUE SPACES.
           02  WS-SLM-STATUS          PIC  X VALUE SPACES.
           02  WS-HAS-TOTAL           PIC  X VALUE SPACES.
           02  WS-HAS-CATEGORY        PIC  X VALUE SPACES.
           02  WS-CUR-PERSON          PIC X(05) VALUE SPACES.
           02  WS-BOTTOM-B3CD         PIC X(05) VALUE SPACES.
           02  WS-BOTTOM-PERD         PIC 9(06) VALUE 0.
           02  WS-BOTTOM-PCAT         PIC X(01) VALUE SPACES.
           02  WS-START-B3CD          PIC X(05) VALUE SPACES.
           02  WS-START-PERD          PIC 9(06) VALUE 0.
           02  WS-START-PCAT          PIC X(01) VALUE SPACES.

      * THE QUOTA BEING MAINTAINED - LOADED BY READ-QUOTA-ROUTINE AND
      * KEPT AS THE BEFORE-IMAGE THE AUDIT TRAIL COMPARES AGAINST.
       01  WS-QUOTA-VARIABLES.
           02  WS-QTA-B3CD            PIC X(05) VALUE SPACES.
           02  WS-QTA-PERD            PIC 9(06) VALUE 0.
           02  WS-QTA-PCAT            PIC X(01) VALUE SPACES.
           02  WS-QTA-AMT             PIC S9(9)V99 VALUE 0.
           02  WS-NEW-AMT             PIC S9(9)V99 VALUE 0.

      * PERIOD VALIDATION WORK AREA
       01  WS-CHK-PERIOD              PIC 9(06) VALUE 0.
       01  WS-CHK-PERIOD-PARTS REDEFINES WS-CHK-PERIOD.
           02  WS-CHK-CCYY            PIC 9(04).
           02  WS-CHK-MM              PIC 9(02).

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

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  DISPLAY-INDICATORS.
           COPY DDS-ZZQS01-INDICATORS     OF  CBCUSQTMD.
           COPY DDS-ZZQC01-INDICATORS     OF  CBCUSQTMD.

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.
           02  SLSQTA-MASTER    PIC X(06) VALUE "SLSQTA".
           02  REF-TYPE-REGION  PIC X(02) VALUE "RG".

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
           COPY DDS-ZZQS01-I        OF CBCUSQTMD.
       01  SFL-OUT.
           COPY DDS-ZZQS01-O        OF CBCUSQTMD.
       01  SFC-IN.
           COPY DDS-ZZQC01-I        OF CBCUSQTMD.
       01  SFC-OUT.
           COPY DDS-ZZQC01-O        OF CBCUSQTMD.
       01  MSG-OUT.
           COPY DDS-ZZQT01-O        OF CBCUSQTMD.

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
           STOP RUN.

       PROCESS-ROUTINE.
           PERFORM   DISPLAY-SFLCTL-FILE     THRU   DSFCF-EXIT.
           EVALUATE  TRUE
           WHEN   EXIT-KEY
                        CONTINUE
           WHEN   CANCEL-KEY
                  PERFORM INITIALIZE-SFLCTL
           WHEN   ROLLUP-KEY
                  PERFORM ROLLUP-ROUTINE    THRU  ROLLUP-EXIT
           WHEN   ROLLDOWN-KEY
                  PERFORM ROLLDOWN-ROUTINE  THRU  ROLLDN-EXIT
           WHEN   QPERS OF ZZQC01-I = SPACES
                  MOVE "Key a salesman to work with."
                                                 TO ZMSAGE
           WHEN   OTHER
                  PERFORM CHECK-SALESMAN-ROUTINE  THRU  CHKSLM-EXIT
                  IF  WS-SALESMAN-OK = "Y"
                      IF  QACTN OF ZZQC01-I = SPACES
                          PERFORM LOAD-LIST-ROUTINE  THRU  LOADLST-EXIT
                      ELSE
                          PERFORM MAINT-ROUTINE  THRU  MAINT-EXIT
                          IF  WS-ERROR NOT = "Y"
                              PERFORM LOAD-LIST-ROUTINE
                                      THRU  LOADLST-EXIT
                          END-IF
                      END-IF
                  END-IF
           END-EVALUATE.
       PP-EXIT.       EXIT.

      *****************************************************************
      *  CHECK-SALESMAN-ROUTINE                                        *
      *  THE KEYED SALESMAN MUST BE ON SLMEN-FILE - SHOWS THE NAME     *
      *  AND KEEPS THE STATUS FOR THE ADD CHECK.                       *
      *****************************************************************
       CHECK-SALESMAN-ROUTINE.
           MOVE  "Y"  TO  WS-SALESMAN-OK.
           MOVE  SPACES  TO  WS-SLM-STATUS.
           MOVE  QPERS OF ZZQC01-I  TO  PERSON OF SLMEN-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLMEN.
           READ  SLMEN-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SLMEN
           END-READ.
           IF  RECORD-FOUND-SLMEN = "Y"
               MOVE  PNAME  OF SLMEN-RECORD  TO  QPNAM OF ZZQC01-O
               MOVE  XWC7ST OF SLMEN-RECORD  TO  WS-SLM-STATUS
           ELSE
               MOVE  "N"  TO  WS-SALESMAN-OK
               MOVE  ALL "-"  TO  QPNAM OF ZZQC01-O
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE "Salesman not found - add it in CBCUSMST."
                                                 TO ZMSAGE
           END-IF.
       CHKSLM-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-REGION-ROUTINE                                          *
      *  THE KEYED REGION MUST BE ON REFCDS-FILE UNDER TYPE RG -       *
      *  SHOWS ITS DESCRIPTION.                                        *
      *****************************************************************
       CHECK-REGION-ROUTINE.
           MOVE  REF-TYPE-REGION    TO  RFTYPE OF REFCDS-RECORD.
           MOVE  QB3CD OF ZZQC01-I  TO  RFCODE OF REFCDS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-REFCDS.
           IF  QB3CD OF ZZQC01-I = SPACES
               MOVE  "N"  TO  RECORD-FOUND-REFCDS
           ELSE
               READ  REFCDS-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-REFCDS
               END-READ
           END-IF.
           IF  RECORD-FOUND-REFCDS = "Y"
               MOVE  RFDESC OF REFCDS-RECORD  TO  QB3DS OF ZZQC01-O
           ELSE
               MOVE  ALL "-"  TO  QB3DS OF ZZQC01-O
           END-IF.
       CHKRGN-EXIT.  EXIT.

      *****************************************************************
      *  MAINT-ROUTINE                                                 *
      *  APPLIES THE KEYED ACTION TO THE QUOTA FOR THE SALESMAN,       *
      *  REGION, PERIOD AND CATEGORY KEYED.                            *
      *****************************************************************
       MAINT-ROUTINE.
           MOVE  SPACES  TO  WS-ERROR.
           PERFORM CHECK-REGION-ROUTINE  THRU  CHKRGN-EXIT.
           IF  RECORD-FOUND-REFCDS NOT = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "Region not found - add it in CBCUSREF."  TO ZMSAGE
               GO MAINT-EXIT
           END-IF.
           MOVE  QPERD OF ZZQC01-I  TO  WS-CHK-PERIOD.
           IF  WS-CHK-CCYY < 1900
                OR  WS-CHK-MM < 1  OR  WS-CHK-MM > 12
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "Key a valid accounting period (CCYYMM)."
                                                       TO ZMSAGE
               GO MAINT-EXIT
           END-IF.
           IF  QPCAT OF ZZQC01-I NOT = SPACE
                AND  (QPCAT OF ZZQC01-I < "A"
                 OR   QPCAT OF ZZQC01-I > "G")
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE
               "Product category must be A through G, or blank."
                                                       TO ZMSAGE
               GO MAINT-EXIT
           END-IF.
           MOVE  QPERS OF ZZQC01-I  TO  WS-CUR-PERSON  WS-MST-CODE.
           MOVE  QB3CD OF ZZQC01-I  TO  WS-QTA-B3CD.
           MOVE  QPERD OF ZZQC01-I  TO  WS-QTA-PERD.
           MOVE  QPCAT OF ZZQC01-I  TO  WS-QTA-PCAT.
           PERFORM READ-QUOTA-ROUTINE  THRU  RDQTA-EXIT.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           CALL "RTNUSRID" USING WS-USER-ID.
           EVALUATE  QACTN OF ZZQC01-I
             WHEN  "A"
               PERFORM ADD-QUOTA-ROUTINE     THRU  ADDQTA-EXIT
             WHEN  "C"
               PERFORM CHANGE-QUOTA-ROUTINE  THRU  CHGQTA-EXIT
             WHEN  "D"
               PERFORM DELETE-QUOTA-ROUTINE  THRU  DELQTA-EXIT
             WHEN  OTHER
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "Action must be A, C or D."  TO ZMSAGE
           END-EVALUATE.
           IF  WS-ERROR NOT = "Y"
               MOVE  SPACES  TO  QACTN OF ZZQC01-O
                                 QPCAT OF ZZQC01-O
               MOVE  ZERO    TO  QPERD OF ZZQC01-O
                                 QAMT  OF ZZQC01-O
           END-IF.
       MAINT-EXIT.  EXIT.

       ADD-QUOTA-ROUTINE.
           IF  RECORD-FOUND-SLSQTA = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "This quota is already on file."  TO ZMSAGE
               GO ADDQTA-EXIT
           END-IF.
           IF  WS-SLM-STATUS = "I"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "Salesman is inactive - no new quota."  TO ZMSAGE
               GO ADDQTA-EXIT
           END-IF.
           MOVE  QAMT OF ZZQC01-I  TO  WS-NEW-AMT.
           IF  WS-NEW-AMT NOT > ZERO
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "Quota must be greater than zero."  TO ZMSAGE
               GO ADDQTA-EXIT
           END-IF.
           PERFORM CHECK-STYLE-ROUTINE  THRU  CHKSTY-EXIT.
           IF  WS-QTA-PCAT = SPACE  AND  WS-HAS-CATEGORY = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE
               "Period is quoted by category - add by category."
                                                       TO ZMSAGE
               GO ADDQTA-EXIT
           END-IF.
           IF  WS-QTA-PCAT NOT = SPACE  AND  WS-HAS-TOTAL = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE
               "Period is quoted in total - change the total."
                                                       TO ZMSAGE
               GO ADDQTA-EXIT
           END-IF.
           MOVE  WS-CUR-PERSON  TO  QTPERS OF SLSQTA-RECORD.
           MOVE  WS-QTA-B3CD    TO  QTB3CD OF SLSQTA-RECORD.
           MOVE  WS-QTA-PERD    TO  QTPERD OF SLSQTA-RECORD.
           MOVE  WS-QTA-PCAT    TO  QTPCAT OF SLSQTA-RECORD.
           MOVE  WS-NEW-AMT     TO  QTAMT  OF SLSQTA-RECORD.
           MOVE  WS-SYS-DATE    TO  QTCHDT OF SLSQTA-RECORD.
           MOVE  WS-USER-ID     TO  QTUSID OF SLSQTA-RECORD.
           WRITE  SLSQTA-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-WRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Quota could not be added."  TO ZMSAGE
               GO ADDQTA-EXIT
           END-IF.
           MOVE  "Quota added."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  "QTAMT"   TO  WS-AUD-FLDNM.
           MOVE  SPACES    TO  WS-AUD-OLDVAL.
           PERFORM EDIT-AMT-NEW  THRU  EDTAN-EXIT.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       ADDQTA-EXIT.  EXIT.

       CHANGE-QUOTA-ROUTINE.
           IF  RECORD-FOUND-SLSQTA = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "No quota on file for this period."  TO ZMSAGE
               GO CHGQTA-EXIT
           END-IF.
           MOVE  QAMT OF ZZQC01-I  TO  WS-NEW-AMT.
           IF  WS-NEW-AMT NOT > ZERO
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "Quota must be greater than zero."  TO ZMSAGE
               GO CHGQTA-EXIT
           END-IF.
           IF  WS-NEW-AMT = WS-QTA-AMT
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "Key the new quota amount."  TO ZMSAGE
               GO CHGQTA-EXIT
           END-IF.
           MOVE  WS-NEW-AMT    TO  QTAMT  OF SLSQTA-RECORD.
           MOVE  WS-SYS-DATE   TO  QTCHDT OF SLSQTA-RECORD.
           MOVE  WS-USER-ID    TO  QTUSID OF SLSQTA-RECORD.
           REWRITE  SLSQTA-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-REWRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Quota could not be updated."  TO ZMSAGE
               GO CHGQTA-EXIT
           END-IF.
           MOVE  "Quota updated."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  "QTAMT"   TO  WS-AUD-FLDNM.
           PERFORM EDIT-AMT-OLD  THRU  EDTAO-EXIT.
           PERFORM EDIT-AMT-NEW  THRU  EDTAN-EXIT.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       CHGQTA-EXIT.  EXIT.

       DELETE-QUOTA-ROUTINE.
           IF  RECORD-FOUND-SLSQTA = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZQC01-O-INDIC
               MOVE  "No quota on file for this period."  TO ZMSAGE
               GO DELQTA-EXIT
           END-IF.
           DELETE  SLSQTA-FILE
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-DELETE.
           IF  WS-ERROR = "Y"
               MOVE  "Quota could not be deleted."  TO ZMSAGE
               GO DELQTA-EXIT
           END-IF.
           MOVE  "Quota deleted."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  "QTAMT"   TO  WS-AUD-FLDNM.
           PERFORM EDIT-AMT-OLD  THRU  EDTAO-EXIT.
           MOVE  SPACES    TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       DELQTA-EXIT.  EXIT.

      *****************************************************************
      *  AUDIT VALUE EDITS - EACH VALUE CARRIES THE REGION, PERIOD     *
      *  AND CATEGORY OF THE QUOTA IT BELONGS TO, FOLLOWED BY THE      *
      *  AMOUNT.                                                       *
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
      *  WALKS THE QUOTAS ALREADY HELD FOR THE SALESMAN, REGION AND    *
      *  PERIOD AND NOTES WHETHER THERE IS A TOTAL QUOTA (CATEGORY     *
      *  BLANK) AND WHETHER THERE ARE CATEGORY QUOTAS.                 *
      *****************************************************************
       CHECK-STYLE-ROUTINE.
           MOVE  "N"  TO  WS-HAS-TOTAL  WS-HAS-CATEGORY.
           MOVE  WS-CUR-PERSON  TO  QTPERS OF SLSQTA-RECORD.
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
                AND  (QTPERS OF SLSQTA-RECORD NOT = WS-CUR-PERSON
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

      *****************************************************************
      *  READ-QUOTA-ROUTINE                                            *
      *  READS THE QUOTA FOR THE SALESMAN, REGION, PERIOD AND          *
      *  CATEGORY BEING MAINTAINED AND KEEPS ITS CURRENT AMOUNT.       *
      *****************************************************************
       READ-QUOTA-ROUTINE.
           MOVE  ZERO  TO  WS-QTA-AMT.
           MOVE  WS-CUR-PERSON  TO  QTPERS OF SLSQTA-RECORD.
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
      *  SAME IDIOM AS CBCUSMST - FINDS THE HIGHEST AUDIT SEQUENCE     *
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

      *****************************************************************
      *  WRITE-AUDIT-RECORD                                            *
      *  BUILDS AND WRITES ONE MSTHST-RECORD FROM THE WS-AUD- FIELDS.  *
      *****************************************************************
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
                  MOVE "Change made but audit row not written."
                                                       TO ZMSAGE
           END-WRITE.
       WRTAUD-EXIT. EXIT.

      *****************************************************************
      *  LOAD-LIST-ROUTINE                                             *
      *  LOADS THE FIRST SUBFILE PAGE OF QUOTAS FOR THE KEYED          *
      *  SALESMAN, STARTING AT THE REGION KEYED (ALL REGIONS WHEN IT   *
      *  IS LEFT BLANK).                                               *
      *****************************************************************
       LOAD-LIST-ROUTINE.
           MOVE  QPERS OF ZZQC01-I  TO  WS-CUR-PERSON.
           MOVE  QB3CD OF ZZQC01-I  TO  WS-START-B3CD.
           MOVE  ZERO    TO  WS-START-PERD.
           MOVE  SPACES  TO  WS-START-PCAT.
           IF  QB3CD OF ZZQC01-I NOT = SPACES
               PERFORM CHECK-REGION-ROUTINE  THRU  CHKRGN-EXIT
           ELSE
               MOVE  SPACES  TO  QB3DS OF ZZQC01-O
           END-IF.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE  THRU  FILLPG-EXIT.
           IF  RECNO = 0  AND  ZMSAGE = SPACES
               MOVE "No quotas on file for this salesman."  TO ZMSAGE
           END-IF.
       LOADLST-EXIT.  EXIT.

      *****************************************************************
      *  FILL-SFL-PAGE                                                 *
      *  LOADS UP TO MAX-SFL-RECORDS QUOTAS OF THE CURRENT SALESMAN    *
      *  INTO THE SUBFILE, STARTING JUST PAST WS-START-B3CD,           *
      *  WS-START-PERD AND WS-START-PCAT.                              *
      *****************************************************************
       FILL-SFL-PAGE.
           MOVE  0  TO  RECNO.
           MOVE  SPACES  TO  WS-BOTTOM-B3CD  WS-BOTTOM-PCAT.
           MOVE  ZERO    TO  WS-BOTTOM-PERD.
           MOVE  WS-CUR-PERSON  TO  QTPERS OF SLSQTA-RECORD.
           MOVE  WS-START-B3CD  TO  QTB3CD OF SLSQTA-RECORD.
           MOVE  WS-START-PERD  TO  QTPERD OF SLSQTA-RECORD.
           MOVE  WS-START-PCAT  TO  QTPCAT OF SLSQTA-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SLSQTA.
           START  SLSQTA-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF SLSQTA-RECORD
              INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SLSQTA
           END-START.
           PERFORM  FILL-ONE-ROW  THRU  FILL1R-EXIT
                    UNTIL  RECORD-FOUND-SLSQTA = "N"
                    OR     RECNO  NOT <  MAX-SFL-RECORDS.
       FILLPG-EXIT.  EXIT.

       FILL-ONE-ROW.
           INITIALIZE  ZZQS01-O
               REPLACING  ALPHANUMERIC BY SPACES
                          NUMERIC      BY ZEROS.
           READ  SLSQTA-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-SLSQTA
           END-READ.
           IF  RECORD-FOUND-SLSQTA = "Y"
                AND  QTPERS OF SLSQTA-RECORD NOT = WS-CUR-PERSON
               MOVE  "N"  TO  RECORD-FOUND-SLSQTA
           END-IF.
           IF  RECORD-FOUND-SLSQTA = "Y"
               MOVE  QTB3CD OF SLSQTA-RECORD  TO  SQB3CD OF ZZQS01-O
               MOVE  QTPERD OF SLSQTA-RECORD  TO  SQPERD OF ZZQS01-O
               MOVE  QTPCAT OF SLSQTA-RECORD  TO  SQPCAT OF ZZQS01-O
               MOVE  QTAMT  OF SLSQTA-RECORD  TO  SQAMT  OF ZZQS01-O
               MOVE  QTCHDT OF SLSQTA-RECORD  TO  SQCHDT OF ZZQS01-O
               MOVE  QTUSID OF SLSQTA-RECORD  TO  SQUSID OF ZZQS01-O
               MOVE  QTB3CD OF SLSQTA-RECORD  TO  WS-BOTTOM-B3CD
               MOVE  QTPERD OF SLSQTA-RECORD  TO  WS-BOTTOM-PERD
               MOVE  QTPCAT OF SLSQTA-RECORD  TO  WS-BOTTOM-PCAT
               ADD  1  TO  RECNO
               PERFORM  WRITE-SFL-RECORD  THRU  WSFLR-EXIT
           END-IF.
       FILL1R-EXIT.  EXIT.

      *�Page forward - reload from just past the last quota shown.
       ROLLUP-ROUTINE.
           IF  WS-CUR-PERSON = SPACES  OR  WS-BOTTOM-B3CD = SPACES
               MOVE "You are at the bottom of the list." TO ZMSAGE
               GO ROLLUP-EXIT
           END-IF.
           MOVE  WS-BOTTOM-B3CD  TO  WS-START-B3CD.
           MOVE  WS-BOTTOM-PERD  TO  WS-START-PERD.
           MOVE  WS-BOTTOM-PCAT  TO  WS-START-PCAT.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE      THRU  FILLPG-EXIT.
           IF  RECNO = 0
               MOVE "You are at the bottom of the list." TO ZMSAGE
           END-IF.
       ROLLUP-EXIT.  EXIT.

      *�Page backward - restart the list from the top of the salesman,
      *�THE SAME SIMPLE BEHAVIOUR AS CBCUSMST.
       ROLLDOWN-ROUTINE.
           IF  WS-CUR-PERSON = SPACES
               MOVE "You are at the top of the list." TO ZMSAGE
               GO ROLLDN-EXIT
           END-IF.
           MOVE  SPACES  TO  WS-START-B3CD  WS-START-PCAT.
           MOVE  ZERO    TO  WS-START-PERD.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE      THRU  FILLPG-EXIT.
       ROLLDN-EXIT.  EXIT.

      *�Clear the displayed subfile without consuming a screen read,
      *�so a roll key or a new list can reload it mid-cycle.
       CLEAR-SFL-ROUTINE.
           MOVE  INDIC-ON  TO  IN74.
           WRITE  DISPLAY-REC  FROM  SFC-OUT  FORMAT "ZZQC01"
                  INDICATORS ARE ZZQC01-O-INDIC.
           MOVE  INDIC-OFF  TO  IN74.
       CLRSFL-EXIT.  EXIT.

       WRITE-SFL-RECORD.
           WRITE SUBFILE DISPLAY-REC FROM SFL-OUT FORMAT "ZZQS01"
                 INVALID KEY DISPLAY "PROBLEM IN SUBFILE WRITING-Q1".
           INITIALIZE  ZZQS01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

       WRITE-READ-SFC.
           IF  SHWREC  OF ZZQC01-O  = 0
                  MOVE 1 TO SHWREC OF ZZQC01-O.
           WRITE  DISPLAY-REC   FROM  MSG-OUT    FORMAT "ZZQT01"
           WRITE  DISPLAY-REC   FROM  SFC-OUT    FORMAT "ZZQC01"
                       INDICATORS ARE ZZQC01-O-INDIC.
           READ DISPLAY-FILE  INTO  SFC-IN
                   INDICATORS ARE ZZQC01-I-INDIC.
           MOVE    SPACES   TO    ZMSAGE.
           MOVE CORR ZZQC01-I-INDIC      TO  WS-INPUT-INDIC.
           MOVE CORR ZZQC01-I            TO  ZZQC01-O.
       WRSFC-EXIT.   EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INPUT-INDIC  DISPLAY-INDICATORS.
           INITIALIZE   SFL-IN  SFL-OUT  SFC-OUT SFC-IN
              WS-VARIABLES  MSG-OUT
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  I-O    SLSQTA-FILE
                            MSTHST-FILE
                            DISPLAY-FILE
                     INPUT  SLMEN-FILE
                            REFCDS-FILE.

       CLOSE-FILES.
               CLOSE   SLSQTA-FILE
                       MSTHST-FILE
                       SLMEN-FILE
                       REFCDS-FILE
                       DISPLAY-FILE.

       DISPLAY-SFLCTL-FILE.
           MOVE INDIC-ON   TO   IN72 IN74.
           MOVE INDIC-OFF  TO   IN71.
           PERFORM  WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE INDIC-ON   TO   IN81 IN71.
           MOVE INDIC-OFF TO    IN74.
           MOVE INDIC-OFF  TO  IN31 OF ZZQC01-O-INDIC.
       DSFCF-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZQC01-O.
