       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBCUSMST.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Sales master maintenance - maintains the three masters behind
      * the assignment fields on the customer record: the salesman
      * master SLMEN-FILE (master SL), the distributor master
      * DISTS-FILE (DS) and the customer group master CUSGRP-FILE
      * (GR). Built in the style of CBCUSREF: key a master and the
      * codes on file list in the subfile with their name and
      * status; key an action (A=add, C=change, D=delete) with a
      * code, name and status to maintain them.
      *
      * Salesmen and distributors carry a status XWC7ST - "A" active,
      * "I" inactive. An inactive code stays on file and on the
      * customers already carrying it, but CBCUSTS and CBCUSIMP will
      * not assign it to a customer again. Groups have no status.
      *
      * A delete is refused while any customer on CUSTS-FILE still
      * carries the code - salesman and distributor codes must first
      * be moved off with the CBCUSRAS reassignment run, group codes
      * changed on the customers themselves. Inactivate the code
      * instead to stop new use straight away.
      *
      * Every add, change and delete is written to MSTHST-FILE, one
      * row per field changed with the old and new values and the
      * user id, the same way CUSHST-FILE records customer changes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SLMEN-FILE
               ASSIGN TO DATABASE-SLMEN
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SLMEN-RECORD
                        WITH DUPLICATES
               FILE STATUS IS SLMEN-FILE-STATUS.

           SELECT DISTS-FILE
               ASSIGN TO DATABASE-DISTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF DISTS-RECORD
                        WITH DUPLICATES
               FILE STATUS IS DISTS-FILE-STATUS.

           SELECT CUSGRP-FILE
               ASSIGN TO DATABASE-CUSGRP
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSGRP-RECORD
               FILE STATUS IS CUSGRP-FILE-STATUS.

           SELECT CUSTS-FILE
               ASSIGN TO DATABASE-CUSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF CUSTS-RECORD
               FILE STATUS IS CUSTS-FILE-STATUS.

           SELECT MSTHST-FILE
               ASSIGN TO DATABASE-MSTHST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF MSTHST-RECORD
               FILE STATUS IS MSTHST-FILE-STATUS.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CBCUSMSTD-SI
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  SLMEN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SLMEN-RECORD.
           COPY DDS-RSLMEN  OF  SLMEN.

       FD  DISTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  DISTS-RECORD.
           COPY DDS-RPRODS  OF  DISTS.

       FD  CUSGRP-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSGRP-RECORD.
           COPY DDS-CUSGRPR OF  CUSGRP.

       FD  CUSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  CUSTS-RECORD.
           COPY DDS-CUSTSR      OF  CUSTS.

       FD  MSTHST-FILE
           LABEL RECORDS ARE STANDARD.
       01  MSTHST-RECORD.
           COPY DDS-MSTHSTR OF  MSTHST.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC          PIC X(1920).

       WORKING-STORAGE SECTION.
       01  SLMEN-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  DISTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  CUSGRP-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  CUSTS-FILE-STATUS           PIC X(2) VALUE SPACES.
       01  MSTHST-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECNO   PIC 99 VALUE 0.
           02  RECORD-FOUND-MST       PIC  X VALUE SPACES.
           02  RECORD-FOUND-CUSTS     PIC  X VALUE SPACES.
           02  RECORD-FOUND-MSTHST    PIC  X VALUE SPACES.
           02  WS-ERROR               PIC  X VALUE SPACES.
           02  WS-TYPE-OK             PIC  X VALUE SPACES.
           02  WS-IN-USE              PIC  X VALUE SPACES.
           02  WS-CUR-TYPE            PIC X(02) VALUE SPACES.
           02  WS-TOP-CODE            PIC X(05) VALUE SPACES.
           02  WS-BOTTOM-CODE         PIC X(05) VALUE SPACES.
           02  WS-START-CODE          PIC X(05) VALUE SPACES.
           02  WS-IN-USE-COUNT        PIC 9(05) VALUE 0.

      * THE MASTER RECORD BEING MAINTAINED, WHICHEVER FILE IT IS ON -
      * LOADED BY READ-MASTER-ROUTINE AND KEPT AS THE BEFORE-IMAGE
      * THE AUDIT TRAIL COMPARES THE NEW VALUES AGAINST.
       01  WS-MASTER-VARIABLES.
           02  WS-MST-FILE            PIC X(06) VALUE SPACES.
           02  WS-MST-CODE            PIC X(05) VALUE SPACES.
           02  WS-MST-KEYFLD          PIC X(10) VALUE SPACES.
           02  WS-MST-NAMEFLD         PIC X(10) VALUE SPACES.
           02  WS-MST-NAME            PIC X(30) VALUE SPACES.
           02  WS-MST-STAT            PIC X(01) VALUE SPACES.
           02  WS-NEW-NAME            PIC X(30) VALUE SPACES.
           02  WS-NEW-STAT            PIC X(01) VALUE SPACES.

       01  WS-AUDIT-VARIABLES.
           02  WS-MHSEQNO              PIC 9(07) VALUE 0.
           02  WS-USER-ID              PIC X(10) VALUE SPACES.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS     PIC 9(06).
               03  WS-SYS-TIME-HH      PIC 9(02).
           02  WS-AUD-FLDNM            PIC X(10) VALUE SPACES.
           02  WS-AUD-OLDVAL           PIC X(30) VALUE SPACES.
           02  WS-AUD-NEWVAL           PIC X(30) VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  DISPLAY-INDICATORS.
           COPY DDS-ZZMS01-INDICATORS     OF  CBCUSMSTD.
           COPY DDS-ZZMC01-INDICATORS     OF  CBCUSMSTD.

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.
           02  ACTIVE-STATUS    PIC X(01) VALUE "A".
           02  INACTIVE-STATUS  PIC X(01) VALUE "I".
           02  MST-TYPE-SLMEN   PIC X(02) VALUE "SL".
           02  MST-TYPE-DISTS   PIC X(02) VALUE "DS".
           02  MST-TYPE-CUSGRP  PIC X(02) VALUE "GR".

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
           COPY DDS-ZZMS01-I        OF CBCUSMSTD.
       01  SFL-OUT.
           COPY DDS-ZZMS01-O        OF CBCUSMSTD.
       01  SFC-IN.
           COPY DDS-ZZMC01-I        OF CBCUSMSTD.
       01  SFC-OUT.
           COPY DDS-ZZMC01-O        OF CBCUSMSTD.
       01  MSG-OUT.
           COPY DDS-ZZMT01-O        OF CBCUSMSTD.

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
           WHEN   MTYPSL OF ZZMC01-I = SPACES
                  MOVE "Key a master - SL, DS or GR."
                                                 TO ZMSAGE
           WHEN   OTHER
                  PERFORM CHECK-TYPE-ROUTINE  THRU  CHKTYP-EXIT
                  IF  WS-TYPE-OK = "Y"
                      IF  MACTN OF ZZMC01-I = SPACES
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
      *  CHECK-TYPE-ROUTINE                                            *
      *  VALIDATES THE KEYED MASTER AND SHOWS ITS DESCRIPTION. ALSO    *
      *  SETS THE FILE AND FIELD NAMES THE AUDIT TRAIL RECORDS.        *
      *****************************************************************
       CHECK-TYPE-ROUTINE.
           MOVE  "Y"  TO  WS-TYPE-OK.
           EVALUATE  MTYPSL OF ZZMC01-I
             WHEN  MST-TYPE-SLMEN
               MOVE  "SALESMEN"             TO  MTYPDS OF ZZMC01-O
               MOVE  "SLMEN"                TO  WS-MST-FILE
               MOVE  "PERSON"               TO  WS-MST-KEYFLD
               MOVE  "PNAME"                TO  WS-MST-NAMEFLD
             WHEN  MST-TYPE-DISTS
               MOVE  "DISTRIBUTORS"         TO  MTYPDS OF ZZMC01-O
               MOVE  "DISTS"                TO  WS-MST-FILE
               MOVE  "DSDCDE"               TO  WS-MST-KEYFLD
               MOVE  "DNAME"                TO  WS-MST-NAMEFLD
             WHEN  MST-TYPE-CUSGRP
               MOVE  "CUSTOMER GROUPS"      TO  MTYPDS OF ZZMC01-O
               MOVE  "CUSGRP"               TO  WS-MST-FILE
               MOVE  "XWBNCD"               TO  WS-MST-KEYFLD
               MOVE  "XWKHTX"               TO  WS-MST-NAMEFLD
             WHEN  OTHER
               MOVE  "N"  TO  WS-TYPE-OK
               MOVE  SPACES  TO  MTYPDS OF ZZMC01-O
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE "Master must be SL, DS or GR."
                                                 TO ZMSAGE
           END-EVALUATE.
       CHKTYP-EXIT.  EXIT.

      *****************************************************************
      *  MAINT-ROUTINE                                                 *
      *  APPLIES THE KEYED ACTION TO THE SELECTED MASTER FILE.         *
      *****************************************************************
       MAINT-ROUTINE.
           MOVE  SPACES  TO  WS-ERROR.
           IF  MCODE OF ZZMC01-I = SPACES
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "Key the code the action applies to."  TO ZMSAGE
               GO MAINT-EXIT
           END-IF.
           IF  MTYPSL OF ZZMC01-I = MST-TYPE-CUSGRP
                AND  MCODE OF ZZMC01-I (4:2) NOT = SPACES
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "A group code is at most 3 characters."  TO ZMSAGE
               GO MAINT-EXIT
           END-IF.
           MOVE  MTYPSL OF ZZMC01-I  TO  WS-CUR-TYPE.
           MOVE  MCODE  OF ZZMC01-I  TO  WS-MST-CODE.
           PERFORM READ-MASTER-ROUTINE  THRU  RDMST-EXIT.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           CALL "RTNUSRID" USING WS-USER-ID.
           EVALUATE  MACTN OF ZZMC01-I
             WHEN  "A"
               PERFORM ADD-CODE-ROUTINE     THRU  ADDCD-EXIT
             WHEN  "C"
               PERFORM CHANGE-CODE-ROUTINE  THRU  CHGCD-EXIT
             WHEN  "D"
               PERFORM DELETE-CODE-ROUTINE  THRU  DELCD-EXIT
             WHEN  OTHER
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "Action must be A, C or D."  TO ZMSAGE
           END-EVALUATE.
           IF  WS-ERROR NOT = "Y"
               MOVE  SPACES  TO  MACTN OF ZZMC01-O
                                 MCODE OF ZZMC01-O
                                 MNAME OF ZZMC01-O
                                 MSTAT OF ZZMC01-O
           END-IF.
       MAINT-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-STATUS-ROUTINE                                          *
      *  THE KEYED STATUS MUST BE A OR I FOR A SALESMAN OR             *
      *  DISTRIBUTOR (BLANK MEANS ACTIVE ON AN ADD, UNCHANGED ON A     *
      *  CHANGE) AND BLANK FOR A GROUP, WHICH HAS NO STATUS.           *
      *****************************************************************
       CHECK-STATUS-ROUTINE.
           MOVE  MSTAT OF ZZMC01-I  TO  WS-NEW-STAT.
           IF  WS-CUR-TYPE = MST-TYPE-CUSGRP
               IF  WS-NEW-STAT NOT = SPACES
                   MOVE  "Y"  TO  WS-ERROR
                   MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
                   MOVE  "Customer groups have no status."  TO ZMSAGE
               END-IF
               GO CHKSTS-EXIT
           END-IF.
           IF  WS-NEW-STAT = SPACES
               IF  MACTN OF ZZMC01-I = "A"
                   MOVE  ACTIVE-STATUS  TO  WS-NEW-STAT
               ELSE
                   MOVE  WS-MST-STAT    TO  WS-NEW-STAT
               END-IF
           END-IF.
           IF  WS-NEW-STAT NOT = ACTIVE-STATUS
                AND  WS-NEW-STAT NOT = INACTIVE-STATUS
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "Status must be A (active) or I (inactive)."
                                                       TO ZMSAGE
           END-IF.
       CHKSTS-EXIT.  EXIT.

       ADD-CODE-ROUTINE.
           IF  RECORD-FOUND-MST = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "Code already exists on this master."  TO ZMSAGE
               GO ADDCD-EXIT
           END-IF.
           IF  MNAME OF ZZMC01-I = SPACES
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "Key a name for the new code."  TO ZMSAGE
               GO ADDCD-EXIT
           END-IF.
           PERFORM CHECK-STATUS-ROUTINE  THRU  CHKSTS-EXIT.
           IF  WS-ERROR = "Y"
               GO ADDCD-EXIT
           END-IF.
           MOVE  MNAME OF ZZMC01-I  TO  WS-NEW-NAME.
           PERFORM WRITE-MASTER-ROUTINE  THRU  WRMST-EXIT.
           IF  WS-ERROR = "Y"
               MOVE  "Code could not be added."  TO ZMSAGE
               GO ADDCD-EXIT
           END-IF.
           MOVE  "Code added."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  WS-MST-KEYFLD   TO  WS-AUD-FLDNM.
           MOVE  SPACES          TO  WS-AUD-OLDVAL.
           MOVE  WS-MST-CODE     TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
           MOVE  WS-MST-NAMEFLD  TO  WS-AUD-FLDNM.
           MOVE  WS-NEW-NAME     TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
           IF  WS-CUR-TYPE NOT = MST-TYPE-CUSGRP
               MOVE  "XWC7ST"     TO  WS-AUD-FLDNM
               MOVE  WS-NEW-STAT  TO  WS-AUD-NEWVAL
               PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT
           END-IF.
       ADDCD-EXIT.  EXIT.

       CHANGE-CODE-ROUTINE.
           IF  RECORD-FOUND-MST = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "Code not found on this master."  TO ZMSAGE
               GO CHGCD-EXIT
           END-IF.
           PERFORM CHECK-STATUS-ROUTINE  THRU  CHKSTS-EXIT.
           IF  WS-ERROR = "Y"
               GO CHGCD-EXIT
           END-IF.
      *�A BLANK NAME LEAVES THE NAME AS IT IS, SO A STATUS CAN BE
      *�CHANGED WITHOUT RE-KEYING THE NAME.
           IF  MNAME OF ZZMC01-I = SPACES
               MOVE  WS-MST-NAME        TO  WS-NEW-NAME
           ELSE
               MOVE  MNAME OF ZZMC01-I  TO  WS-NEW-NAME
           END-IF.
           IF  WS-NEW-NAME = WS-MST-NAME
                AND  WS-NEW-STAT = WS-MST-STAT
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "Key the new name and/or status."  TO ZMSAGE
               GO CHGCD-EXIT
           END-IF.
           PERFORM REWRITE-MASTER-ROUTINE  THRU  RWMST-EXIT.
           IF  WS-ERROR = "Y"
               MOVE  "Code could not be updated."  TO ZMSAGE
               GO CHGCD-EXIT
           END-IF.
           MOVE  "Code updated."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           IF  WS-NEW-NAME NOT = WS-MST-NAME
               MOVE  WS-MST-NAMEFLD  TO  WS-AUD-FLDNM
               MOVE  WS-MST-NAME     TO  WS-AUD-OLDVAL
               MOVE  WS-NEW-NAME     TO  WS-AUD-NEWVAL
               PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT
           END-IF.
           IF  WS-NEW-STAT NOT = WS-MST-STAT
               MOVE  "XWC7ST"        TO  WS-AUD-FLDNM
               MOVE  WS-MST-STAT     TO  WS-AUD-OLDVAL
               MOVE  WS-NEW-STAT     TO  WS-AUD-NEWVAL
               PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT
           END-IF.
       CHGCD-EXIT.  EXIT.

       DELETE-CODE-ROUTINE.
           IF  RECORD-FOUND-MST = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               MOVE  "Code not found on this master."  TO ZMSAGE
               GO DELCD-EXIT
           END-IF.
           PERFORM CHECK-IN-USE-ROUTINE  THRU  CHKUSE-EXIT.
           IF  WS-IN-USE = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZMC01-O-INDIC
               IF  WS-CUR-TYPE = MST-TYPE-CUSGRP
                   MOVE
               "Group is on customer records - change them first."
                                                       TO ZMSAGE
               ELSE
                   MOVE
               "Code is on customer records - reassign via CBCUSRAS."
                                                       TO ZMSAGE
               END-IF
               GO DELCD-EXIT
           END-IF.
           PERFORM DELETE-MASTER-ROUTINE  THRU  DLMST-EXIT.
           IF  WS-ERROR = "Y"
               MOVE  "Code could not be deleted."  TO ZMSAGE
               GO DELCD-EXIT
           END-IF.
           MOVE  "Code deleted."  TO ZMSAGE.
           PERFORM NEXT-MHSEQNO-ROUTINE  THRU  NXTMSQ-EXIT.
           MOVE  WS-MST-KEYFLD   TO  WS-AUD-FLDNM.
           MOVE  WS-MST-CODE     TO  WS-AUD-OLDVAL.
           MOVE  SPACES          TO  WS-AUD-NEWVAL.
           PERFORM WRITE-AUDIT-RECORD  THRU  WRTAUD-EXIT.
       DELCD-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-IN-USE-ROUTINE                                          *
      *  ONE PASS OVER CUSTS-FILE LOOKING FOR A CUSTOMER STILL         *
      *  CARRYING THE CODE AS ITS SALESMAN, DISTRIBUTOR OR GROUP.      *
      *****************************************************************
       CHECK-IN-USE-ROUTINE.
           MOVE  "N"  TO  WS-IN-USE.
           MOVE  SPACES  TO  XWBCCD OF CUSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-CUSTS.
           START  CUSTS-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                          OF CUSTS-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-CUSTS
           END-START.
           PERFORM  CHECK-ONE-CUSTOMER  THRU  CHK1CU-EXIT
                    UNTIL  RECORD-FOUND-CUSTS = "N"
                    OR     WS-IN-USE = "Y".
       CHKUSE-EXIT.  EXIT.

       CHECK-ONE-CUSTOMER.
           READ  CUSTS-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-CUSTS
           END-READ.
           IF  RECORD-FOUND-CUSTS = "N"
               GO CHK1CU-EXIT
           END-IF.
           EVALUATE  WS-CUR-TYPE
             WHEN  MST-TYPE-SLMEN
               IF  PERSON OF CUSTS-RECORD = WS-MST-CODE
                   MOVE  "Y"  TO  WS-IN-USE
               END-IF
             WHEN  MST-TYPE-DISTS
               IF  DSDCDE OF CUSTS-RECORD = WS-MST-CODE
                   MOVE  "Y"  TO  WS-IN-USE
               END-IF
             WHEN  OTHER
               IF  XWBNCD OF CUSTS-RECORD = WS-MST-CODE (1:3)
                   MOVE  "Y"  TO  WS-IN-USE
               END-IF
           END-EVALUATE.
       CHK1CU-EXIT.  EXIT.

      *****************************************************************
      *  READ-MASTER-ROUTINE                                           *
      *  READS WS-MST-CODE FROM THE SELECTED MASTER AND LOADS ITS      *
      *  NAME AND STATUS INTO WS-MST-NAME/WS-MST-STAT.                 *
      *****************************************************************
       READ-MASTER-ROUTINE.
           MOVE  "Y"  TO  RECORD-FOUND-MST.
           MOVE  SPACES  TO  WS-MST-NAME  WS-MST-STAT.
           EVALUATE  WS-CUR-TYPE
             WHEN  MST-TYPE-SLMEN
               MOVE  WS-MST-CODE  TO  PERSON OF SLMEN-RECORD
               READ  SLMEN-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-MST
               END-READ
               IF  RECORD-FOUND-MST = "Y"
                   MOVE  PNAME  OF SLMEN-RECORD  TO  WS-MST-NAME
                   MOVE  XWC7ST OF SLMEN-RECORD  TO  WS-MST-STAT
               END-IF
             WHEN  MST-TYPE-DISTS
               MOVE  WS-MST-CODE  TO  DSDCDE OF DISTS-RECORD
               READ  DISTS-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-MST
               END-READ
               IF  RECORD-FOUND-MST = "Y"
                   MOVE  DNAME  OF DISTS-RECORD  TO  WS-MST-NAME
                   MOVE  XWC7ST OF DISTS-RECORD  TO  WS-MST-STAT
               END-IF
             WHEN  OTHER
               MOVE  WS-MST-CODE  TO  XWBNCD OF CUSGRP-RECORD
               READ  CUSGRP-FILE
                   INVALID KEY
                      MOVE "N" TO RECORD-FOUND-MST
               END-READ
               IF  RECORD-FOUND-MST = "Y"
                   MOVE  XWKHTX OF CUSGRP-RECORD  TO  WS-MST-NAME
               END-IF
           END-EVALUATE.
       RDMST-EXIT.  EXIT.

       WRITE-MASTER-ROUTINE.
           EVALUATE  WS-CUR-TYPE
             WHEN  MST-TYPE-SLMEN
               MOVE  WS-MST-CODE  TO  PERSON OF SLMEN-RECORD
               MOVE  WS-NEW-NAME  TO  PNAME  OF SLMEN-RECORD
               MOVE  WS-NEW-STAT  TO  XWC7ST OF SLMEN-RECORD
               WRITE  SLMEN-RECORD
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-WRITE
             WHEN  MST-TYPE-DISTS
               MOVE  WS-MST-CODE  TO  DSDCDE OF DISTS-RECORD
               MOVE  WS-NEW-NAME  TO  DNAME  OF DISTS-RECORD
               MOVE  WS-NEW-STAT  TO  XWC7ST OF DISTS-RECORD
               WRITE  DISTS-RECORD
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-WRITE
             WHEN  OTHER
               MOVE  WS-MST-CODE  TO  XWBNCD OF CUSGRP-RECORD
               MOVE  WS-NEW-NAME  TO  XWKHTX OF CUSGRP-RECORD
               WRITE  CUSGRP-RECORD
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-WRITE
           END-EVALUATE.
       WRMST-EXIT.  EXIT.

      *�THE RECORD WAS READ BY READ-MASTER-ROUTINE, SO THE REWRITE
      *�REPLACES THAT RECORD.
       REWRITE-MASTER-ROUTINE.
           EVALUATE  WS-CUR-TYPE
             WHEN  MST-TYPE-SLMEN
               MOVE  WS-NEW-NAME  TO  PNAME  OF SLMEN-RECORD
               MOVE  WS-NEW-STAT  TO  XWC7ST OF SLMEN-RECORD
               REWRITE  SLMEN-RECORD
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-REWRITE
             WHEN  MST-TYPE-DISTS
               MOVE  WS-NEW-NAME  TO  DNAME  OF DISTS-RECORD
               MOVE  WS-NEW-STAT  TO  XWC7ST OF DISTS-RECORD
               REWRITE  DISTS-RECORD
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-REWRITE
             WHEN  OTHER
               MOVE  WS-NEW-NAME  TO  XWKHTX OF CUSGRP-RECORD
               REWRITE  CUSGRP-RECORD
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-REWRITE
           END-EVALUATE.
       RWMST-EXIT.  EXIT.

      *�CHECK-IN-USE-ROUTINE MOVED NO MASTER FILE, SO THE RECORD
      *�READ BY READ-MASTER-ROUTINE IS STILL THE ONE DELETED.
       DELETE-MASTER-ROUTINE.
           EVALUATE  WS-CUR-TYPE
             WHEN  MST-TYPE-SLMEN
               DELETE  SLMEN-FILE
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-DELETE
             WHEN  MST-TYPE-DISTS
               DELETE  DISTS-FILE
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-DELETE
             WHEN  OTHER
               DELETE  CUSGRP-FILE
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-DELETE
           END-EVALUATE.
       DLMST-EXIT.  EXIT.

      *****************************************************************
      *  NEXT-MHSEQNO-ROUTINE                                          *
      *  SAME IDIOM AS NEXT-HSEQNO-ROUTINE IN CBCUSTS - FINDS THE      *
      *  HIGHEST AUDIT SEQUENCE ALREADY ON FILE FOR THIS MASTER CODE.  *
      *****************************************************************
       NEXT-MHSEQNO-ROUTINE.
           MOVE  ZERO  TO  WS-MHSEQNO.
           MOVE  WS-MST-FILE  TO  MHFILE OF MSTHST-RECORD.
           MOVE  WS-MST-CODE  TO  MHCODE OF MSTHST-RECORD.
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
                AND  MHFILE OF MSTHST-RECORD = WS-MST-FILE
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
           MOVE WS-MST-FILE               TO  MHFILE  OF MSTHST-RECORD.
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
      *  LOADS THE FIRST SUBFILE PAGE OF CODES ON THE KEYED MASTER.    *
      *****************************************************************
       LOAD-LIST-ROUTINE.
           MOVE  MTYPSL OF ZZMC01-I  TO  WS-CUR-TYPE.
           MOVE  SPACES  TO  WS-START-CODE.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE  THRU  FILLPG-EXIT.
           IF  RECNO = 0
               MOVE "No codes on file on this master."  TO ZMSAGE
           END-IF.
       LOADLST-EXIT.  EXIT.

      *****************************************************************
      *  FILL-SFL-PAGE                                                 *
      *  LOADS UP TO MAX-SFL-RECORDS CODES OF THE CURRENT MASTER INTO  *
      *  THE SUBFILE, STARTING JUST PAST WS-START-CODE.                *
      *****************************************************************
       FILL-SFL-PAGE.
           MOVE  0  TO  RECNO.
           MOVE  SPACES  TO  WS-TOP-CODE  WS-BOTTOM-CODE.
           MOVE  "Y"  TO  RECORD-FOUND-MST.
           EVALUATE  WS-CUR-TYPE
             WHEN  MST-TYPE-SLMEN
               MOVE  WS-START-CODE  TO  PERSON OF SLMEN-RECORD
               START  SLMEN-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                          OF SLMEN-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-MST
               END-START
             WHEN  MST-TYPE-DISTS
               MOVE  WS-START-CODE  TO  DSDCDE OF DISTS-RECORD
               START  DISTS-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                          OF DISTS-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-MST
               END-START
             WHEN  OTHER
               MOVE  WS-START-CODE  TO  XWBNCD OF CUSGRP-RECORD
               START  CUSGRP-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                           OF CUSGRP-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-MST
               END-START
           END-EVALUATE.
           PERFORM  FILL-ONE-ROW  THRU  FILL1R-EXIT
                    UNTIL  RECORD-FOUND-MST = "N"
                    OR     RECNO  NOT <  MAX-SFL-RECORDS.
       FILLPG-EXIT.  EXIT.

       FILL-ONE-ROW.
           INITIALIZE  ZZMS01-O
               REPLACING  ALPHANUMERIC BY SPACES
                          NUMERIC      BY ZEROS.
           EVALUATE  WS-CUR-TYPE
             WHEN  MST-TYPE-SLMEN
               READ  SLMEN-FILE  NEXT RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-MST
               END-READ
               IF  RECORD-FOUND-MST = "Y"
                   MOVE  PERSON OF SLMEN-RECORD  TO  SMCODE OF ZZMS01-O
                   MOVE  PNAME  OF SLMEN-RECORD  TO  SMNAME OF ZZMS01-O
                   MOVE  XWC7ST OF SLMEN-RECORD  TO  SMSTAT OF ZZMS01-O
               END-IF
             WHEN  MST-TYPE-DISTS
               READ  DISTS-FILE  NEXT RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-MST
               END-READ
               IF  RECORD-FOUND-MST = "Y"
                   MOVE  DSDCDE OF DISTS-RECORD  TO  SMCODE OF ZZMS01-O
                   MOVE  DNAME  OF DISTS-RECORD  TO  SMNAME OF ZZMS01-O
                   MOVE  XWC7ST OF DISTS-RECORD  TO  SMSTAT OF ZZMS01-O
               END-IF
             WHEN  OTHER
               READ  CUSGRP-FILE  NEXT RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-MST
               END-READ
               IF  RECORD-FOUND-MST = "Y"
                   MOVE  XWBNCD OF CUSGRP-RECORD TO  SMCODE OF ZZMS01-O
                   MOVE  XWKHTX OF CUSGRP-RECORD TO  SMNAME OF ZZMS01-O
               END-IF
           END-EVALUATE.
           IF  RECORD-FOUND-MST = "Y"
               ADD  1  TO  RECNO
               IF  RECNO = 1
                   MOVE  SMCODE OF ZZMS01-O  TO  WS-TOP-CODE
               END-IF
               MOVE  SMCODE OF ZZMS01-O  TO  WS-BOTTOM-CODE
               PERFORM  WRITE-SFL-RECORD  THRU  WSFLR-EXIT
           END-IF.
       FILL1R-EXIT.  EXIT.

      *�Page forward - reload from just past the last code shown.
       ROLLUP-ROUTINE.
           IF  WS-CUR-TYPE = SPACES  OR  WS-BOTTOM-CODE = SPACES
               MOVE "You are at the bottom of the list." TO ZMSAGE
               GO ROLLUP-EXIT
           END-IF.
           MOVE  WS-BOTTOM-CODE  TO  WS-START-CODE.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE      THRU  FILLPG-EXIT.
           IF  RECNO = 0
               MOVE "You are at the bottom of the list." TO ZMSAGE
           END-IF.
       ROLLUP-EXIT.  EXIT.

      *�Page backward - restart the list from the top of the master,
      *�THE SAME SIMPLE BEHAVIOUR AS CBCUSREF.
       ROLLDOWN-ROUTINE.
           IF  WS-CUR-TYPE = SPACES
               MOVE "You are at the top of the list." TO ZMSAGE
               GO ROLLDN-EXIT
           END-IF.
           MOVE  SPACES  TO  WS-START-CODE.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE      THRU  FILLPG-EXIT.
       ROLLDN-EXIT.  EXIT.

      *�Clear the displayed subfile without consuming a screen read,
      *�so a roll key or a new list can reload it mid-cycle.
       CLEAR-SFL-ROUTINE.
           MOVE  INDIC-ON  TO  IN74.
           WRITE  DISPLAY-REC  FROM  SFC-OUT  FORMAT "ZZMC01"
                  INDICATORS ARE ZZMC01-O-INDIC.
           MOVE  INDIC-OFF  TO  IN74.
       CLRSFL-EXIT.  EXIT.

       WRITE-SFL-RECORD.
           WRITE SUBFILE DISPLAY-REC FROM SFL-OUT FORMAT "ZZMS01"
                 INVALID KEY DISPLAY "PROBLEM IN SUBFILE WRITING-P1".
           INITIALIZE  ZZMS01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

       WRITE-READ-SFC.
           IF  SHWREC  OF ZZMC01-O  = 0
                  MOVE 1 TO SHWREC OF ZZMC01-O.
           WRITE  DISPLAY-REC   FROM  MSG-OUT    FORMAT "ZZMT01"
           WRITE  DISPLAY-REC   FROM  SFC-OUT    FORMAT "ZZMC01"
                       INDICATORS ARE ZZMC01-O-INDIC.
           READ DISPLAY-FILE  INTO  SFC-IN
                   INDICATORS ARE ZZMC01-I-INDIC.
           MOVE    SPACES   TO    ZMSAGE.
           MOVE CORR ZZMC01-I-INDIC      TO  WS-INPUT-INDIC.
           MOVE CORR ZZMC01-I            TO  ZZMC01-O.
       WRSFC-EXIT.   EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INPUT-INDIC  DISPLAY-INDICATORS.
           INITIALIZE   SFL-IN  SFL-OUT  SFC-OUT SFC-IN
              WS-VARIABLES  MSG-OUT
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  I-O    SLMEN-FILE
                            DISTS-FILE
                            CUSGRP-FILE
                            MSTHST-FILE
                            DISPLAY-FILE
                     INPUT  CUSTS-FILE.

       CLOSE-FILES.
               CLOSE   SLMEN-FILE
                       DISTS-FILE
                       CUSGRP-FILE
                       MSTHST-FILE
                       CUSTS-FILE
                       DISPLAY-FILE.

       DISPLAY-SFLCTL-FILE.
           MOVE INDIC-ON   TO   IN72 IN74.
           MOVE INDIC-OFF  TO   IN71.
           PERFORM  WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE INDIC-ON   TO   IN81 IN71.
           MOVE INDIC-OFF TO    IN74.
           MOVE INDIC-OFF  TO  IN31 OF ZZMC01-O-INDIC.
       DSFCF-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZMC01-O.
