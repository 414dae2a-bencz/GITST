       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSPRC.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Customer price list maintenance - maintains PRCLST-FILE, the
      * list unit price CBCUSORD prices order lines from. A price is
      * held per customer group XWBNCD and product category A-G, and
      * runs from an effective-from date to an effective-to date
      * (zero = open-ended), so a new price can be keyed ahead of the
      * day it takes effect. Built in the style of CBCUSMST: key a
      * customer group and its prices list in the subfile; key an
      * action (A=add, C=change, D=delete) with a category and
      * effective-from date to maintain one.
      *
      * The group must be on CUSGRP-FILE and the unit price greater
      * than zero. Two prices for the same group and category may
      * not cover the same day - an add or change whose date range
      * overlaps another price on file is refused, so the order
      * date always finds at most one price. A change replaces the
      * effective-to date as keyed and the price when one is keyed;
      * the effective-from date is the key and cannot be changed -
      * delete and re-add instead.
      *
      * Every add, change and delete is written to MSTHST-FILE under
      * master PRCLST, one row per field with the old and new values
      * and the user id, the same way CBCUSMST records the sales
      * masters. Each value is prefixed with the effective-from date
      * of the price it belongs to.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PRCLST-FILE
               ASSIGN TO DATABASE-PRCLST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF PRCLST-RECORD
               FILE STATUS IS PRCLST-FILE-STATUS.

           SELECT CUSGRP-FILE
               ASSIGN TO DATABASE-CUSGRP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSGRP-RECORD
               FILE STATUS IS CUSGRP-FILE-STATUS.

           SELECT MSTHST-FILE
               ASSIGN TO DATABASE-MSTHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF MSTHST-RECORD
               FILE STATUS IS MSTHST-FILE-STATUS.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CBCUSPRCD-SI
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  PRCLST-FILE
           LABEL RECORDS ARE STANDARD.
       01  PRCLST-RECORD.
           COPY DDS-PRCLSTR OF  PRCLST.

       FD  CUSGRP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSGRP-RECORD.
           COPY DDS-CUSGRPR OF  CUSGRP.

       FD  MSTHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTHST-RECORD.
           COPY DDS-MSTHSTR OF  MSTHST.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC          PIC X(1920).

       WORKING-STORAGE SECTION.
       01  PRCLST-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSGRP-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  MSTHST-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECNO   PIC 99 VALUE 0.
           02  RECORD-FOUND-PRCLST    PIC  X VALUE SPACES.
           02  RECORD-FOUND-CUSGRP    PIC  X VALUE SPACES.
           02  RECORD-FOUND-MSTHST    PIC  X VALUE SPACES.
           02  WS-ERROR               PIC  X VALUE SPACES.
           02  WS-GROUP-OK            PIC  X VALUE SPACES.
           02  WS-OVERLAP             PIC  X VALUE SPACES.
           02  WS-CUR-GROUP           PIC X(03) VALUE SPACES.
           02  WS-BOTTOM-PCAT         PIC X(01) VALUE SPACES.
           02  WS-BOTTOM-FRDT         PIC 9(08) VALUE 0.
           02  WS-START-PCAT          PIC X(01) VALUE SPACES.
           02  WS-START-FRDT          PIC 9(08) VALUE 0.

      * THE PRICE BEING MAINTAINED - LOADED BY READ-PRICE-ROUTINE AND
      * KEPT AS THE BEFORE-IMAGE THE AUDIT TRAIL COMPARES AGAINST.
       01  WS-PRICE-VARIABLES.
           02  WS-PRC-PCAT            PIC X(01) VALUE SPACES.
           02  WS-PRC-FRDT            PIC 9(08) VALUE 0.
           02  WS-PRC-TODT            PIC 9(08) VALUE 0.
           02  WS-PRC-UPRC            PIC S9(7)V99 VALUE 0.
           02  WS-NEW-TODT            PIC 9(08) VALUE 0.
           02  WS-NEW-UPRC            PIC S9(7)V99 VALUE 0.
           02  WS-NEW-END             PIC 9(08) VALUE 0.
           02  WS-OTHER-END           PIC 9(08) VALUE 0.

      * DATE VALIDATION WORK AREA
       01  WS-CHK-DATE                PIC 9(08) VALUE 0.
       01  WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
           02  WS-CHK-CCYY            PIC 9(04).
           02  WS-CHK-MM              PIC 9(02).
           02  WS-CHK-DD              PIC 9(02).
       01  WS-DATE-OK                 PIC X(01) VALUE SPACES.

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
           02  WS-AUD-EDIT-PRC         PIC Z,ZZZ,ZZ9.99-.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  DISPLAY-INDICATORS.
           COPY DDS-ZZPS01-INDICATORS     OF  CBCUSPRCD.
           COPY DDS-ZZPC01-INDICATORS     OF  CBCUSPRCD.

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.
           02  PRCLST-MASTER    PIC X(06) VALUE "PRCLST".
           02  OPEN-END-DATE    PIC 9(08) VALUE 99999999.

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
           COPY DDS-ZZPS01-I        OF CBCUSPRCD.
       01  SFL-OUT.
           COPY DDS-ZZPS01-O        OF CBCUSPRCD.
       01  SFC-IN.
           COPY DDS-ZZPC01-I        OF CBCUSPRCD.
       01  SFC-OUT.
           COPY DDS-ZZPC01-O        OF CBCUSPRCD.
       01  MSG-OUT.
           COPY DDS-ZZPT01-O        OF CBCUSPRCD.

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
           WHEN   PBNCD OF ZZPC01-I = SPACES
                  MOVE "Key a customer group to work with."
                                                 TO ZMSAGE
           WHEN   OTHER
                  PERFORM CHECK-GROUP-ROUTINE  THRU  CHKGRP-EXIT
                  IF  WS-GROUP-OK = "Y"
                      IF  PACTN OF ZZPC01-I = SPACES
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
      *  CHECK-GROUP-ROUTINE                                           *
      *  THE KEYED GROUP MUST BE ON CUSGRP-FILE - SHOWS ITS            *
      *  DESCRIPTION.                                                  *
      *****************************************************************
       CHECK-GROUP-ROUTINE.
           MOVE  "Y"  TO  WS-GROUP-OK.
           MOVE  PBNCD OF ZZPC01-I  TO  XWBNCD OF CUSGRP-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSGRP.
           READ  CUSGRP-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-CUSGRP
           END-READ.
           IF  RECORD-FOUND-CUSGRP = "Y"
               MOVE  XWKHTX OF CUSGRP-RECORD  TO  PBNDS OF ZZPC01-O
           ELSE
               MOVE  "N"  TO  WS-GROUP-OK
               MOVE  ALL "-"  TO  PBNDS OF ZZPC01-O
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE "Customer group not found - add it in CBCUSMST."
                                                 TO ZMSAGE
           END-IF.
       CHKGRP-EXIT.  EXIT.

      *****************************************************************
      *  MAINT-ROUTINE                                                 *
      *  APPLIES THE KEYED ACTION TO THE PRICE FOR THE GROUP,          *
      *  CATEGORY AND EFFECTIVE-FROM DATE KEYED.                       *
      *****************************************************************
       MAINT-ROUTINE.
           MOVE  SPACES  TO  WS-ERROR.
           IF  PPCAT OF ZZPC01-I < "A"  OR  PPCAT OF ZZPC01-I > "G"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE  "Product category must be A through G."  TO ZMSAGE
               GO MAINT-EXIT
           END-IF.
           MOVE  PFRDT OF ZZPC01-I  TO  WS-CHK-DATE.
           PERFORM CHECK-DATE-ROUTINE  THRU  CHKDTE-EXIT.
           IF  WS-DATE-OK NOT = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE  "Key a valid effective-from date (CCYYMMDD)."
                                                       TO ZMSAGE
               GO MAINT-EXIT
           END-IF.
           MOVE  PBNCD OF ZZPC01-I  TO  WS-CUR-GROUP.
           MOVE  PPCAT OF ZZPC01-I  TO  WS-PRC-PCAT.
           MOVE  PFRDT OF ZZPC01-I  TO  WS-PRC-FRDT.
           MOVE  SPACES  TO  WS-MST-CODE.
           STRING  WS-CUR-GROUP  WS-PRC-PCAT  DELIMITED BY SIZE
                   INTO  WS-MST-CODE.
           PERFORM READ-PRICE-ROUTINE  THRU  RDPRC-EXIT.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           CALL "RTNUSRID" USING WS-USER-ID.
           EVALUATE  PACTN OF ZZPC01-I
             WHEN  "A"
               PERFORM ADD-PRICE-ROUTINE     THRU  ADDPRC-EXIT
             WHEN  "C"
               PERFORM CHANGE-PRICE-ROUTINE  THRU  CHGPRC-EXIT
             WHEN  "D"
               PERFORM DELETE-PRICE-ROUTINE  THRU  DELPRC-EXIT
             WHEN  OTHER
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE  "Action must be A, C or D."  TO ZMSAGE
           END-EVALUATE.
           IF  WS-ERROR NOT = "Y"
               MOVE  SPACES  TO  PACTN OF ZZPC01-O
                                 PPCAT OF ZZPC01-O
               MOVE  ZERO    TO  PFRDT OF ZZPC01-O
                                 PTODT OF ZZPC01-O
                                 PUPRC OF ZZPC01-O
           END-IF.
       MAINT-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-NEW-VALUES-ROUTINE                                      *
      *  THE EFFECTIVE-TO DATE MUST BE ZERO OR A VALID DATE NOT        *
      *  BEFORE THE EFFECTIVE-FROM DATE, THE PRICE MUST BE POSITIVE,   *
      *  AND THE RANGE MAY NOT OVERLAP ANOTHER PRICE FOR THE GROUP     *
      *  AND CATEGORY.                                                 *
      *****************************************************************
       CHECK-NEW-VALUES-ROUTINE.
           IF  WS-NEW-TODT NOT = ZERO
               MOVE  WS-NEW-TODT  TO  WS-CHK-DATE
               PERFORM CHECK-DATE-ROUTINE  THRU  CHKDTE-EXIT
               IF  WS-DATE-OK NOT = "Y"
                    OR  WS-NEW-TODT < WS-PRC-FRDT
                   MOVE  "Y"  TO  WS-ERROR
                   MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
                   MOVE
               "Effective-to must be 0 or on/after the from date."
                                                       TO ZMSAGE
                   GO CHKNEW-EXIT
               END-IF
           END-IF.
           IF  WS-NEW-UPRC NOT > ZERO
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE  "Unit price must be greater than zero."  TO ZMSAGE
               GO CHKNEW-EXIT
           END-IF.
           PERFORM CHECK-OVERLAP-ROUTINE  THRU  CHKOVL-EXIT.
           IF  WS-OVERLAP = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE
               "Dates overlap another price for this category."
                                                       TO ZMSAGE
           END-IF.
       CHKNEW-EXIT.  EXIT.

       ADD-PRICE-ROUTINE.
           IF  RECORD-FOUND-PRCLST = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE  "A price already starts on this date."  TO ZMSAGE
               GO ADDPRC-EXIT
           END-IF.
           MOVE  PTODT OF ZZPC01-I  TO  WS-NEW-TODT.
           MOVE  PUPRC OF ZZPC01-I  TO  WS-NEW-UPRC.
           PERFORM CHECK-NEW-VALUES-ROUTINE  THRU  CHKNEW-EXIT.
           IF  WS-ERROR = "Y"
               GO ADDPRC-EXIT
           END-IF.
           MOVE  WS-CUR-GROUP  TO  PLBNCD OF PRCLST-RECORD.
           MOVE  WS-PRC-PCAT   TO  PLPCAT OF PRCLST-RECORD.
           MOVE  WS-PRC-FRDT   TO  PLFRDT OF PRCLST-RECORD.
           MOVE  WS-NEW-TODT   TO  PLTODT OF PRCLST-RECORD.
           MOVE  WS-NEW-UPRC   TO  PLUPRC OF PRCLST-RECORD.
           MOVE  WS-SYS-DATE   TO  PLCHDT OF PRCLST-RECORD.
           MOVE  WS-USER-ID    TO  PLUSID OF PRCLST-RECORD.
           WRITE  PRCLST-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-WRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Price could not be added."  TO ZMSAGE
               GO ADDPRC-EXIT
           END-IF.
           MOVE  "Price added."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  "PLFRDT"  TO  WS-AUD-FLDNM.
           MOVE  SPACES    TO  WS-AUD-OLDVAL.
           MOVE  WS-PRC-FRDT  TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
           MOVE  "PLTODT"  TO  WS-AUD-FLDNM.
           MOVE  WS-NEW-TODT  TO  WS-CHK-DATE.
           PERFORM EDIT-TODT-NEW  THRU  EDTTN-EXIT.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
           MOVE  "PLUPRC"  TO  WS-AUD-FLDNM.
           PERFORM EDIT-UPRC-NEW  THRU  EDTUN-EXIT.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       ADDPRC-EXIT.  EXIT.

       CHANGE-PRICE-ROUTINE.
           IF  RECORD-FOUND-PRCLST = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE  "No price starts on this date."  TO ZMSAGE
               GO CHGPRC-EXIT
           END-IF.
      *�THE EFFECTIVE-TO DATE IS REPLACED AS KEYED (0 = OPEN-ENDED);
      *�A ZERO PRICE LEAVES THE PRICE AS IT IS, SO A PRICE CAN BE
      *�CLOSED OFF WITHOUT RE-KEYING IT.
           MOVE  PTODT OF ZZPC01-I  TO  WS-NEW-TODT.
           IF  PUPRC OF ZZPC01-I = ZERO
               MOVE  WS-PRC-UPRC        TO  WS-NEW-UPRC
           ELSE
               MOVE  PUPRC OF ZZPC01-I  TO  WS-NEW-UPRC
           END-IF.
           IF  WS-NEW-TODT = WS-PRC-TODT
                AND  WS-NEW-UPRC = WS-PRC-UPRC
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE  "Key the new effective-to date and/or price."
                                                       TO ZMSAGE
               GO CHGPRC-EXIT
           END-IF.
           PERFORM CHECK-NEW-VALUES-ROUTINE  THRU  CHKNEW-EXIT.
           IF  WS-ERROR = "Y"
               GO CHGPRC-EXIT
           END-IF.
      *�CHECK-OVERLAP-ROUTINE MOVED THE FILE, SO THE PRICE IS READ
      *�AGAIN BEFORE IT IS REPLACED.
           PERFORM READ-PRICE-ROUTINE  THRU  RDPRC-EXIT.
           MOVE  WS-NEW-TODT   TO  PLTODT OF PRCLST-RECORD.
           MOVE  WS-NEW-UPRC   TO  PLUPRC OF PRCLST-RECORD.
           MOVE  WS-SYS-DATE   TO  PLCHDT OF PRCLST-RECORD.
           MOVE  WS-USER-ID    TO  PLUSID OF PRCLST-RECORD.
           REWRITE  PRCLST-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-REWRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Price could not be updated."  TO ZMSAGE
               GO CHGPRC-EXIT
           END-IF.
           MOVE  "Price updated."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           IF  WS-NEW-TODT NOT = WS-PRC-TODT
               MOVE  "PLTODT"  TO  WS-AUD-FLDNM
               MOVE  WS-PRC-TODT  TO  WS-CHK-DATE
               PERFORM EDIT-TODT-OLD  THRU  EDTTO-EXIT
               MOVE  WS-NEW-TODT  TO  WS-CHK-DATE
               PERFORM EDIT-TODT-NEW  THRU  EDTTN-EXIT
               PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT
           END-IF.
           IF  WS-NEW-UPRC NOT = WS-PRC-UPRC
               MOVE  "PLUPRC"  TO  WS-AUD-FLDNM
               PERFORM EDIT-UPRC-OLD  THRU  EDTUO-EXIT
               PERFORM EDIT-UPRC-NEW  THRU  EDTUN-EXIT
               PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT
           END-IF.
       CHGPRC-EXIT.  EXIT.

       DELETE-PRICE-ROUTINE.
           IF  RECORD-FOUND-PRCLST = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZPC01-O-INDIC
               MOVE  "No price starts on this date."  TO ZMSAGE
               GO DELPRC-EXIT
           END-IF.
           DELETE  PRCLST-FILE
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-DELETE.
           IF  WS-ERROR = "Y"
               MOVE  "Price could not be deleted."  TO ZMSAGE
               GO DELPRC-EXIT
           END-IF.
           MOVE  "Price deleted."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  "PLFRDT"  TO  WS-AUD-FLDNM.
           MOVE  WS-PRC-FRDT  TO  WS-AUD-OLDVAL.
           MOVE  SPACES    TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
           MOVE  "PLUPRC"  TO  WS-AUD-FLDNM.
           PERFORM EDIT-UPRC-OLD  THRU  EDTUO-EXIT.
           MOVE  SPACES    TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       DELPRC-EXIT.  EXIT.

      *****************************************************************
      *  AUDIT VALUE EDITS - EACH VALUE CARRIES THE EFFECTIVE-FROM     *
      *  DATE OF THE PRICE IT BELONGS TO, FOLLOWED BY THE VALUE.       *
      *****************************************************************
       EDIT-TODT-OLD.
           MOVE  SPACES  TO  WS-AUD-OLDVAL.
           STRING  WS-PRC-FRDT  " TO "  WS-CHK-DATE
                   DELIMITED BY SIZE  INTO  WS-AUD-OLDVAL.
       EDTTO-EXIT.  EXIT.

       EDIT-TODT-NEW.
           MOVE  SPACES  TO  WS-AUD-NEWVAL.
           STRING  WS-PRC-FRDT  " TO "  WS-CHK-DATE
                   DELIMITED BY SIZE  INTO  WS-AUD-NEWVAL.
       EDTTN-EXIT.  EXIT.

       EDIT-UPRC-OLD.
           MOVE  WS-PRC-UPRC  TO  WS-AUD-EDIT-PRC.
           MOVE  SPACES  TO  WS-AUD-OLDVAL.
           STRING  WS-PRC-FRDT  " "  WS-AUD-EDIT-PRC
                   DELIMITED BY SIZE  INTO  WS-AUD-OLDVAL.
       EDTUO-EXIT.  EXIT.

       EDIT-UPRC-NEW.
           MOVE  WS-NEW-UPRC  TO  WS-AUD-EDIT-PRC.
           MOVE  SPACES  TO  WS-AUD-NEWVAL.
           STRING  WS-PRC-FRDT  " "  WS-AUD-EDIT-PRC
                   DELIMITED BY SIZE  INTO  WS-AUD-NEWVAL.
       EDTUN-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-DATE-ROUTINE                                            *
      *  A PLAIN RANGE CHECK OF WS-CHK-DATE AS CCYYMMDD.               *
      *****************************************************************
       CHECK-DATE-ROUTINE.
           MOVE  "Y"  TO  WS-DATE-OK.
           IF  WS-CHK-CCYY < 1900
                OR  WS-CHK-MM < 1  OR  WS-CHK-MM > 12
                OR  WS-CHK-DD < 1  OR  WS-CHK-DD > 31
               MOVE  "N"  TO  WS-DATE-OK
           END-IF.
       CHKDTE-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-OVERLAP-ROUTINE                                         *
      *  WALKS EVERY OTHER PRICE FOR THE GROUP AND CATEGORY AND SETS   *
      *  WS-OVERLAP WHEN ONE SHARES A DAY WITH THE NEW RANGE. AN       *
      *  OPEN-ENDED PRICE RUNS TO OPEN-END-DATE.                       *
      *****************************************************************
       CHECK-OVERLAP-ROUTINE.
           MOVE  "N"  TO  WS-OVERLAP.
           IF  WS-NEW-TODT = ZERO
               MOVE  OPEN-END-DATE  TO  WS-NEW-END
           ELSE
               MOVE  WS-NEW-TODT    TO  WS-NEW-END
           END-IF.
           MOVE  WS-CUR-GROUP  TO  PLBNCD OF PRCLST-RECORD.
           MOVE  WS-PRC-PCAT   TO  PLPCAT OF PRCLST-RECORD.
           MOVE  ZERO          TO  PLFRDT OF PRCLST-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-PRCLST.
           START  PRCLST-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF PRCLST-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-PRCLST
           END-START.
           PERFORM  CHECK-ONE-OVERLAP  THRU  CHK1OV-EXIT
                    UNTIL  RECORD-FOUND-PRCLST = "N"
                    OR     WS-OVERLAP = "Y".
       CHKOVL-EXIT.  EXIT.

       CHECK-ONE-OVERLAP.
           READ  PRCLST-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-PRCLST
           END-READ.
           IF  RECORD-FOUND-PRCLST = "Y"
                AND  (PLBNCD OF PRCLST-RECORD NOT = WS-CUR-GROUP
                 OR   PLPCAT OF PRCLST-RECORD NOT = WS-PRC-PCAT)
               MOVE  "N"  TO  RECORD-FOUND-PRCLST
           END-IF.
           IF  RECORD-FOUND-PRCLST = "N"
               GO CHK1OV-EXIT
           END-IF.
      *�THE PRICE BEING CHANGED IS NOT COMPARED WITH ITSELF
           IF  PLFRDT OF PRCLST-RECORD = WS-PRC-FRDT
               GO CHK1OV-EXIT
           END-IF.
           IF  PLTODT OF PRCLST-RECORD = ZERO
               MOVE  OPEN-END-DATE  TO  WS-OTHER-END
           ELSE
               MOVE  PLTODT OF PRCLST-RECORD  TO  WS-OTHER-END
           END-IF.
           IF  PLFRDT OF PRCLST-RECORD NOT > WS-NEW-END
                AND  WS-PRC-FRDT NOT > WS-OTHER-END
               MOVE  "Y"  TO  WS-OVERLAP
           END-IF.
       CHK1OV-EXIT.  EXIT.

      *****************************************************************
      *  READ-PRICE-ROUTINE                                            *
      *  READS THE PRICE FOR THE GROUP, CATEGORY AND EFFECTIVE-FROM    *
      *  DATE BEING MAINTAINED AND KEEPS ITS CURRENT VALUES.           *
      *****************************************************************
       READ-PRICE-ROUTINE.
           MOVE  ZERO  TO  WS-PRC-TODT  WS-PRC-UPRC.
           MOVE  WS-CUR-GROUP  TO  PLBNCD OF PRCLST-RECORD.
           MOVE  WS-PRC-PCAT   TO  PLPCAT OF PRCLST-RECORD.
           MOVE  WS-PRC-FRDT   TO  PLFRDT OF PRCLST-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-PRCLST.
           READ  PRCLST-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-PRCLST
           END-READ.
           IF  RECORD-FOUND-PRCLST = "Y"
               MOVE  PLTODT OF PRCLST-RECORD  TO  WS-PRC-TODT
               MOVE  PLUPRC OF PRCLST-RECORD  TO  WS-PRC-UPRC
           END-IF.
       RDPRC-EXIT.  EXIT.

      *****************************************************************
      *  NEXT-MHSEQNO-ROUTINE                                          *
      *  SAME IDIOM AS CBCUSMST - FINDS THE HIGHEST AUDIT SEQUENCE     *
      *  ALREADY ON FILE FOR THIS GROUP AND CATEGORY.                  *
      *****************************************************************
       NEXT-MHSEQNO-ROUTINE.
           MOVE  ZERO  TO  WS-MHSEQNO.
           MOVE  PRCLST-MASTER  TO  MHFILE OF MSTHST-RECORD.
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
                AND  MHFILE OF MSTHST-RECORD = PRCLST-MASTER
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
           MOVE PRCLST-MASTER             TO  MHFILE  OF MSTHST-RECORD.
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
      *  LOADS THE FIRST SUBFILE PAGE OF PRICES FOR THE KEYED GROUP.   *
      *****************************************************************
       LOAD-LIST-ROUTINE.
           MOVE  PBNCD OF ZZPC01-I  TO  WS-CUR-GROUP.
           MOVE  SPACES  TO  WS-START-PCAT.
           MOVE  ZERO    TO  WS-START-FRDT.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE  THRU  FILLPG-EXIT.
           IF  RECNO = 0
               MOVE "No prices on file for this group."  TO ZMSAGE
           END-IF.
       LOADLST-EXIT.  EXIT.

      *****************************************************************
      *  FILL-SFL-PAGE                                                 *
      *  LOADS UP TO MAX-SFL-RECORDS PRICES OF THE CURRENT GROUP INTO  *
      *  THE SUBFILE, STARTING JUST PAST WS-START-PCAT/WS-START-FRDT.  *
      *****************************************************************
       FILL-SFL-PAGE.
           MOVE  0  TO  RECNO.
           MOVE  SPACES  TO  WS-BOTTOM-PCAT.
           MOVE  ZERO    TO  WS-BOTTOM-FRDT.
           MOVE  WS-CUR-GROUP   TO  PLBNCD OF PRCLST-RECORD.
           MOVE  WS-START-PCAT  TO  PLPCAT OF PRCLST-RECORD.
           MOVE  WS-START-FRDT  TO  PLFRDT OF PRCLST-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-PRCLST.
           START  PRCLST-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF PRCLST-RECORD
              INVALID KEY
                  MOVE "N" TO RECORD-FOUND-PRCLST
           END-START.
           PERFORM  FILL-ONE-ROW  THRU  FILL1R-EXIT
                    UNTIL  RECORD-FOUND-PRCLST = "N"
                    OR     RECNO  NOT <  MAX-SFL-RECORDS.
       FILLPG-EXIT.  EXIT.

       FILL-ONE-ROW.
           INITIALIZE  ZZPS01-O
               REPLACING  ALPHANUMERIC BY SPACES
                          NUMERIC      BY ZEROS.
           READ  PRCLST-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-PRCLST
           END-READ.
           IF  RECORD-FOUND-PRCLST = "Y"
                AND  PLBNCD OF PRCLST-RECORD NOT = WS-CUR-GROUP
               MOVE  "N"  TO  RECORD-FOUND-PRCLST
           END-IF.
           IF  RECORD-FOUND-PRCLST = "Y"
               MOVE  PLPCAT OF PRCLST-RECORD  TO  SPPCAT OF ZZPS01-O
               MOVE  PLFRDT OF PRCLST-RECORD  TO  SPFRDT OF ZZPS01-O
               MOVE  PLTODT OF PRCLST-RECORD  TO  SPTODT OF ZZPS01-O
               MOVE  PLUPRC OF PRCLST-RECORD  TO  SPUPRC OF ZZPS01-O
               MOVE  PLCHDT OF PRCLST-RECORD  TO  SPCHDT OF ZZPS01-O
               MOVE  PLUSID OF PRCLST-RECORD  TO  SPUSID OF ZZPS01-O
               MOVE  PLPCAT OF PRCLST-RECORD  TO  WS-BOTTOM-PCAT
               MOVE  PLFRDT OF PRCLST-RECORD  TO  WS-BOTTOM-FRDT
               ADD  1  TO  RECNO
               PERFORM  WRITE-SFL-RECORD  THRU  WSFLR-EXIT
           END-IF.
       FILL1R-EXIT.  EXIT.

      *�Page forward - reload from just past the last price shown.
       ROLLUP-ROUTINE.
           IF  WS-CUR-GROUP = SPACES  OR  WS-BOTTOM-PCAT = SPACES
               MOVE "You are at the bottom of the list." TO ZMSAGE
               GO ROLLUP-EXIT
           END-IF.
           MOVE  WS-BOTTOM-PCAT  TO  WS-START-PCAT.
           MOVE  WS-BOTTOM-FRDT  TO  WS-START-FRDT.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE      THRU  FILLPG-EXIT.
           IF  RECNO = 0
               MOVE "You are at the bottom of the list." TO ZMSAGE
           END-IF.
       ROLLUP-EXIT.  EXIT.

      *�Page backward - restart the list from the top of the group,
      *�THE SAME SIMPLE BEHAVIOUR AS CBCUSMST.
       ROLLDOWN-ROUTINE.
           IF  WS-CUR-GROUP = SPACES
               MOVE "You are at the top of the list." TO ZMSAGE
               GO ROLLDN-EXIT
           END-IF.
           MOVE  SPACES  TO  WS-START-PCAT.
           MOVE  ZERO    TO  WS-START-FRDT.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE      THRU  FILLPG-EXIT.
       ROLLDN-EXIT.  EXIT.

      *�Clear the displayed subfile without consuming a screen read,
      *�so a roll key or a new list can reload it mid-cycle.
       CLEAR-SFL-ROUTINE.
           MOVE  INDIC-ON  TO  IN74.
           WRITE  DISPLAY-REC  FROM  SFC-OUT  FORMAT "ZZPC01"
                  INDICATORS ARE ZZPC01-O-INDIC.
           MOVE  INDIC-OFF  TO  IN74.
       CLRSFL-EXIT.  EXIT.

       WRITE-SFL-RECORD.
           WRITE SUBFILE DISPLAY-REC FROM SFL-OUT FORMAT "ZZPS01"
                 INVALID KEY DISPLAY "PROBLEM IN SUBFILE WRITING-P1".
           INITIALIZE  ZZPS01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

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
              WS-VARIABLES  MSG-OUT
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  I-O    PRCLST-FILE
                            MSTHST-FILE
                            DISPLAY-FILE
                     INPUT  CUSGRP-FILE.

       CLOSE-FILES.
               CLOSE   PRCLST-FILE
                       MSTHST-FILE
                       CUSGRP-FILE
                       DISPLAY-FILE.

       DISPLAY-SFLCTL-FILE.
           MOVE INDIC-ON   TO   IN72 IN74.
           MOVE INDIC-OFF  TO   IN71.
           PERFORM  WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE INDIC-ON   TO   IN81 IN71.
           MOVE INDIC-OFF TO    IN74.
           MOVE INDIC-OFF  TO  IN31 OF ZZPC01-O-INDIC.
       DSFCF-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZPC01-O.
