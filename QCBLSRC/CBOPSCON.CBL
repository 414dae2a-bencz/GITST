       PROCESS DATETIME.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBOPSCON.
       AUTHOR.         Databorough India.
       DATE-WRITTEN.   15 OCT. 2026.

      * Operations console - the operator's screen over the three
      * files behind the night stream, in place of editing them with
      * a file utility. Built in the style of CBCUSMST: key a view
      * and its records list in the subfile; key an action with the
      * step, program or resource to maintain them.
      *
      * View NS lists the NSCHED-FILE schedule steps in run order
      * with their program, on/off flag and parameter area. A=add,
      * C=change and D=delete maintain a step; M=move gives a step a
      * new sequence number to change the run order. On a change a
      * blank program, flag or parameter is left as it is, and
      * *BLANK clears the parameter. A halted night resumes after the
      * sequence number of the last step it completed, so moving a
      * step across that point before the restart moves it into or
      * out of what is left of the night.
      *
      * View RC lists the latest RUNCTL-FILE run of every program
      * with its start and end, status, restart flag and checkpoint
      * key and count. F=abandon closes a program's latest run that
      * is still marked active "A" in status "F", so the next run -
      * by hand or under CBNGTRUN - starts afresh instead of resuming
      * from the checkpoint. The CBNGTRUN driver's own run is not
      * abandoned here - it resumes a halted night by design; switch
      * the failed step off instead.
      *
      * View SS lists SYSSTS-FILE - the batch-window flag, the
      * program holding the window and when it opened it, the count
      * of interactive sessions holding the file, and the holder's
      * latest run and status. R=release closes a window an abended
      * batch program left open, so the CBCUSTS users are let back
      * in. The holder's latest run is shown alongside it: an "A"
      * run means the program may still be running or is waiting on
      * its restart - release only once it is known to have ended.
      *
      * Every action - step maintenance, abandon and release - is for
      * authorised operators only, since a step names the program
      * CBNGTRUN calls with batch authority: the user ids set up as
      * code type OP on REFCDS-FILE through CBCUSREF. Anyone may
      * list the views. Every console action is written to
      * OPSLOG-FILE, one row per field changed with the old and new
      * values and the operator id, the same way MSTHST-FILE records
      * master changes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-AS400.
       OBJECT-COMPUTER. IBM-AS400.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT NSCHED-FILE
               ASSIGN TO DATABASE-NSCHED
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF NSCHED-RECORD
               FILE STATUS IS NSCHED-FILE-STATUS.

           SELECT RUNCTL-FILE
               ASSIGN TO DATABASE-RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF RUNCTL-RECORD
               FILE STATUS IS RUNCTL-FILE-STATUS.

           SELECT SYSSTS-FILE
               ASSIGN TO DATABASE-SYSSTS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF SYSSTS-RECORD
               FILE STATUS IS SYSSTS-FILE-STATUS.

           SELECT REFCDS-FILE
               ASSIGN TO DATABASE-REFCDS
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF REFCDS-RECORD
               FILE STATUS IS REFCDS-FILE-STATUS.

           SELECT OPSLOG-FILE
               ASSIGN TO DATABASE-OPSLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EXTERNALLY-DESCRIBED-KEY OF OPSLOG-RECORD
               FILE STATUS IS OPSLOG-FILE-STATUS.

           SELECT DISPLAY-FILE
               ASSIGN TO WORKSTATION-CBOPSCOND-SI
               ORGANIZATION TRANSACTION
               ACCESS MODE DYNAMIC
               RELATIVE KEY RECNO
               FILE STATUS IS SFL-STATUS
               CONTROL-AREA SCRN-CONTROL.

       DATA DIVISION.
       FILE SECTION.

       FD  NSCHED-FILE
           LABEL RECORDS ARE STANDARD.
       01  NSCHED-RECORD.
           COPY DDS-NSCHEDR     OF  NSCHED.

       FD  RUNCTL-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUNCTL-RECORD.
           COPY DDS-RUNCTLR     OF  RUNCTL.

       FD  SYSSTS-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSSTS-RECORD.
           COPY DDS-SYSSTSR     OF  SYSSTS.

       FD  REFCDS-FILE
           LABEL RECORDS ARE STANDARD.
       01  REFCDS-RECORD.
           COPY DDS-REFCDSR     OF  REFCDS.

       FD  OPSLOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  OPSLOG-RECORD.
           COPY DDS-OPSLOGR     OF  OPSLOG.

       FD  DISPLAY-FILE
           LABEL RECORDS STANDARD.
       01  DISPLAY-REC          PIC X(1920).

       WORKING-STORAGE SECTION.
       01  NSCHED-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  RUNCTL-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  SYSSTS-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  REFCDS-FILE-STATUS          PIC X(2) VALUE SPACES.
       01  OPSLOG-FILE-STATUS          PIC X(2) VALUE SPACES.

       01  WS-VARIABLES.
           02  RECNO   PIC 99 VALUE 0.
           02  RECORD-FOUND-NSCHED    PIC  X VALUE SPACES.
           02  RECORD-FOUND-RUNCTL    PIC  X VALUE SPACES.
           02  RECORD-FOUND-SYSSTS    PIC  X VALUE SPACES.
           02  RECORD-FOUND-REFCDS    PIC  X VALUE SPACES.
           02  RECORD-FOUND-OPSLOG    PIC  X VALUE SPACES.
           02  RECORD-FOUND-LIST      PIC  X VALUE SPACES.
           02  WS-ERROR               PIC  X VALUE SPACES.
           02  WS-VIEW-OK             PIC  X VALUE SPACES.
           02  WS-OPERATOR-OK         PIC  X VALUE SPACES.
           02  WS-CUR-VIEW            PIC X(02) VALUE SPACES.
           02  WS-START-KEY           PIC X(10) VALUE SPACES.
           02  WS-BOTTOM-KEY          PIC X(10) VALUE SPACES.
           02  WS-START-SEQ           PIC 9(03) VALUE 0.
           02  WS-BOTTOM-SEQ          PIC 9(03) VALUE 0.
           02  WS-RUN-PGM             PIC X(10) VALUE SPACES.
           02  WS-RESOURCE            PIC X(10) VALUE SPACES.

      * THE SCHEDULE STEP BEING MAINTAINED - LOADED BY
      * READ-STEP-ROUTINE AND KEPT AS THE BEFORE-IMAGE THE ACTION
      * LOG COMPARES THE NEW VALUES AGAINST.
       01  WS-STEP-VARIABLES.
           02  WS-STEP-SEQ            PIC 9(03) VALUE 0.
           02  WS-STEP-PGM            PIC X(10) VALUE SPACES.
           02  WS-STEP-ONOF           PIC X(01) VALUE SPACES.
           02  WS-STEP-PARM           PIC X(20) VALUE SPACES.
           02  WS-NEW-PGM             PIC X(10) VALUE SPACES.
           02  WS-NEW-ONOF            PIC X(01) VALUE SPACES.
           02  WS-NEW-PARM            PIC X(20) VALUE SPACES.

      * THE LATEST RUN OF A PROGRAM, AS FOUND BY FIND-LAST-RUN-ROUTINE
       01  WS-RUNCTL-IMAGE.
           COPY DDS-RUNCTLR     OF  RUNCTL.

       01  WS-LOG-VARIABLES.
           02  WS-OLSEQNO              PIC 9(05) VALUE 0.
           02  WS-USER-ID              PIC X(10) VALUE SPACES.
           02  WS-SYS-DATE             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME             PIC 9(08) VALUE 0.
           02  WS-SYS-TIME-HHMMSS REDEFINES WS-SYS-TIME.
               03  WS-SYS-TIME-HMS     PIC 9(06).
               03  WS-SYS-TIME-HH      PIC 9(02).
           02  WS-LOG-ACTN             PIC X(01) VALUE SPACES.
           02  WS-LOG-FILE             PIC X(06) VALUE SPACES.
           02  WS-LOG-RKEY             PIC X(17) VALUE SPACES.
           02  WS-LOG-FLDNM            PIC X(10) VALUE SPACES.
           02  WS-LOG-OLDVAL           PIC X(30) VALUE SPACES.
           02  WS-LOG-NEWVAL           PIC X(30) VALUE SPACES.
           02  WS-LOG-SEQ              PIC 9(03) VALUE 0.
           02  WS-LOG-RUN-KEY.
               03  WS-LOG-RUN-PGM      PIC X(10) VALUE SPACES.
               03  WS-LOG-RUN-NO       PIC 9(07) VALUE 0.

      * COLUMN HEADINGS AND LIST LINES FOR THE THREE VIEWS - EACH
      * HEADING IS LAID OUT OVER THE SAME WIDTHS AS ITS LINE.
       01  WS-NS-HEADING.
           02  FILLER              PIC X(05) VALUE "SEQ".
           02  FILLER              PIC X(12) VALUE "PROGRAM".
           02  FILLER              PIC X(04) VALUE "ON".
           02  FILLER              PIC X(54) VALUE "PARAMETER".

       01  WS-NS-LINE.
           02  NL-SEQ              PIC 9(03).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  NL-PGM              PIC X(10).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  NL-ONOF             PIC X(01).
           02  FILLER              PIC X(03) VALUE SPACES.
           02  NL-PARM             PIC X(20).
           02  FILLER              PIC X(34) VALUE SPACES.

       01  WS-RC-HEADING.
           02  FILLER              PIC X(11) VALUE "PROGRAM".
           02  FILLER              PIC X(08) VALUE " RUN NO".
           02  FILLER              PIC X(16) VALUE "STARTED".
           02  FILLER              PIC X(15) VALUE "ENDED".
           02  FILLER              PIC X(03) VALUE " ST".
           02  FILLER              PIC X(03) VALUE " RS".
           02  FILLER              PIC X(02) VALUE SPACES.
           02  FILLER              PIC X(06) VALUE "CKPT".
           02  FILLER              PIC X(11) VALUE "  COUNT".

       01  WS-RC-LINE.
           02  RL-PGM              PIC X(10).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  RL-RUNNO            PIC 9(07).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  RL-STDT             PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  RL-STTM             PIC 9(06).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  RL-ENDT             PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  RL-ENTM             PIC 9(06).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RL-STAT             PIC X(01).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RL-RSTR             PIC X(01).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  RL-CKKEY            PIC X(05).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  RL-CKCNT            PIC 9(07).
           02  FILLER              PIC X(04) VALUE SPACES.

       01  WS-SS-HEADING.
           02  FILLER              PIC X(10) VALUE "RESOURCE".
           02  FILLER              PIC X(06) VALUE "  WIN".
           02  FILLER              PIC X(11) VALUE "HOLDER".
           02  FILLER              PIC X(15) VALUE "OPENED".
           02  FILLER              PIC X(06) VALUE "  SESN".
           02  FILLER              PIC X(10) VALUE "  LAST RUN".
           02  FILLER              PIC X(17) VALUE " S".

       01  WS-SS-LINE.
           02  SL-KEY              PIC X(10).
           02  FILLER              PIC X(02) VALUE SPACES.
           02  SL-BTCH             PIC X(01).
           02  FILLER              PIC X(03) VALUE SPACES.
           02  SL-BPGM             PIC X(10).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  SL-BDT              PIC 9(08).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  SL-BTM              PIC 9(06).
           02  FILLER              PIC X(03) VALUE SPACES.
           02  SL-INTC             PIC 9(03).
           02  FILLER              PIC X(03) VALUE SPACES.
           02  SL-HRUNNO           PIC 9(07).
           02  FILLER              PIC X(01) VALUE SPACES.
           02  SL-HSTAT            PIC X(01).
           02  FILLER              PIC X(15) VALUE SPACES.

       01  WS-FLAGS.
           02  SFL-STATUS PIC XX.
              88 SFL-FULL VALUE "9M".
           02  INDIC-ON      PIC 1 VALUE B"1".
           02  INDIC-OFF     PIC 1 VALUE B"0".

       01  DISPLAY-INDICATORS.
           COPY DDS-ZZNS01-INDICATORS     OF  CBOPSCOND.
           COPY DDS-ZZNC01-INDICATORS     OF  CBOPSCOND.

       01  WS-CONSTANTS.
           02  MAX-SFL-RECORDS  PIC 99 VALUE 50.
           02  VIEW-SCHEDULE    PIC X(02) VALUE "NS".
           02  VIEW-RUNS        PIC X(02) VALUE "RC".
           02  VIEW-WINDOW      PIC X(02) VALUE "SS".
           02  OPERATOR-TYPE    PIC X(02) VALUE "OP".
           02  SYSSTS-RESOURCE  PIC X(10) VALUE "CUSTS".
           02  DRIVER-PROGRAM   PIC X(10) VALUE "CBNGTRUN".
           02  CLEAR-PARM       PIC X(20) VALUE "*BLANK".

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
           COPY DDS-ZZNS01-I        OF CBOPSCOND.
       01  SFL-OUT.
           COPY DDS-ZZNS01-O        OF CBOPSCOND.
       01  SFC-IN.
           COPY DDS-ZZNC01-I        OF CBOPSCOND.
       01  SFC-OUT.
           COPY DDS-ZZNC01-O        OF CBOPSCOND.
       01  MSG-OUT.
           COPY DDS-ZZNT01-O        OF CBOPSCOND.

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
           WHEN   NVIEW OF ZZNC01-I = SPACES
                  MOVE "Key a view - NS, RC or SS."
                                                 TO ZMSAGE
           WHEN   OTHER
                  PERFORM CHECK-VIEW-ROUTINE  THRU  CHKVW-EXIT
                  IF  WS-VIEW-OK = "Y"
                      IF  NACTN OF ZZNC01-I = SPACES
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
      *  CHECK-VIEW-ROUTINE                                            *
      *  VALIDATES THE KEYED VIEW AND SHOWS ITS DESCRIPTION AND        *
      *  COLUMN HEADINGS.                                              *
      *****************************************************************
       CHECK-VIEW-ROUTINE.
           MOVE  "Y"  TO  WS-VIEW-OK.
           EVALUATE  NVIEW OF ZZNC01-I
             WHEN  VIEW-SCHEDULE
               MOVE  "NIGHT SCHEDULE"       TO  NVWDS OF ZZNC01-O
               MOVE  WS-NS-HEADING          TO  NHEAD OF ZZNC01-O
             WHEN  VIEW-RUNS
               MOVE  "LATEST RUNS"          TO  NVWDS OF ZZNC01-O
               MOVE  WS-RC-HEADING          TO  NHEAD OF ZZNC01-O
             WHEN  VIEW-WINDOW
               MOVE  "BATCH WINDOW"         TO  NVWDS OF ZZNC01-O
               MOVE  WS-SS-HEADING          TO  NHEAD OF ZZNC01-O
             WHEN  OTHER
               MOVE  "N"  TO  WS-VIEW-OK
               MOVE  SPACES  TO  NVWDS OF ZZNC01-O
                                 NHEAD OF ZZNC01-O
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE "View must be NS, RC or SS."
                                                 TO ZMSAGE
           END-EVALUATE.
       CHKVW-EXIT.  EXIT.

      *****************************************************************
      *  MAINT-ROUTINE                                                 *
      *  APPLIES THE KEYED ACTION TO THE FILE BEHIND THE VIEW.         *
      *****************************************************************
       MAINT-ROUTINE.
           MOVE  SPACES  TO  WS-ERROR.
           MOVE  NVIEW OF ZZNC01-I  TO  WS-CUR-VIEW.
           ACCEPT  WS-SYS-DATE  FROM  DATE YYYYMMDD.
           ACCEPT  WS-SYS-TIME  FROM  TIME.
           CALL "RTNUSRID" USING WS-USER-ID.
           MOVE  NACTN OF ZZNC01-I  TO  WS-LOG-ACTN.
           EVALUATE  WS-CUR-VIEW
             WHEN  VIEW-SCHEDULE
               PERFORM SCHEDULE-MAINT-ROUTINE  THRU  SCHMNT-EXIT
             WHEN  VIEW-RUNS
               PERFORM ABANDON-RUN-ROUTINE     THRU  ABNRUN-EXIT
             WHEN  OTHER
               PERFORM RELEASE-WINDOW-ROUTINE  THRU  RELWIN-EXIT
           END-EVALUATE.
           IF  WS-ERROR NOT = "Y"
               MOVE  SPACES  TO  NACTN  OF ZZNC01-O
                                 NPGM   OF ZZNC01-O
                                 NONOF  OF ZZNC01-O
                                 NPARM  OF ZZNC01-O
               MOVE  ZERO    TO  NSEQ   OF ZZNC01-O
                                 NNWSEQ OF ZZNC01-O
           END-IF.
       MAINT-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-OPERATOR-ROUTINE                                        *
      *  THE SIGNED-ON USER MUST BE ONE OF THE OPERATORS SET UP AS     *
      *  CODE TYPE OP ON REFCDS-FILE - USER ID IN THE FIRST 10         *
      *  POSITIONS OF THE DESCRIPTION.                                 *
      *****************************************************************
       CHECK-OPERATOR-ROUTINE.
           MOVE  "N"  TO  WS-OPERATOR-OK.
           MOVE  OPERATOR-TYPE  TO  RFTYPE OF REFCDS-RECORD.
           MOVE  SPACES  TO  RFCODE OF REFCDS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-REFCDS.
           START  REFCDS-FILE  KEY  NOT <  EXTERNALLY-DESCRIBED-KEY
                                           OF REFCDS-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-REFCDS
           END-START.
           PERFORM  CHECK-ONE-OPERATOR  THRU  CHK1OP-EXIT
                    UNTIL  RECORD-FOUND-REFCDS = "N"
                    OR     WS-OPERATOR-OK = "Y".
           IF  WS-OPERATOR-OK = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE
               "Not an authorised operator - see code type OP."
                                                       TO ZMSAGE
           END-IF.
       CHKOPR-EXIT.  EXIT.

       CHECK-ONE-OPERATOR.
           READ  REFCDS-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-REFCDS
           END-READ.
           IF  RECORD-FOUND-REFCDS = "N"
               GO CHK1OP-EXIT
           END-IF.
           IF  RFTYPE OF REFCDS-RECORD NOT = OPERATOR-TYPE
               MOVE  "N"  TO  RECORD-FOUND-REFCDS
               GO CHK1OP-EXIT
           END-IF.
           IF  RFDESC OF REFCDS-RECORD (1:10) = WS-USER-ID
               MOVE  "Y"  TO  WS-OPERATOR-OK
           END-IF.
       CHK1OP-EXIT.  EXIT.

      *****************************************************************
      *  SCHEDULE-MAINT-ROUTINE                                        *
      *  APPLIES A=ADD, C=CHANGE, D=DELETE OR M=MOVE TO A SCHEDULE     *
      *  STEP. A STEP DECIDES WHAT CBNGTRUN CALLS WITH BATCH           *
      *  AUTHORITY, SO ONLY AN AUTHORISED OPERATOR MAY MAINTAIN ONE.   *
      *****************************************************************
       SCHEDULE-MAINT-ROUTINE.
           PERFORM CHECK-OPERATOR-ROUTINE  THRU  CHKOPR-EXIT.
           IF  WS-ERROR = "Y"
               GO SCHMNT-EXIT
           END-IF.
           IF  NSEQ OF ZZNC01-I = ZERO
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Key the step sequence the action applies to."
                                                       TO ZMSAGE
               GO SCHMNT-EXIT
           END-IF.
           MOVE  NSEQ OF ZZNC01-I  TO  WS-STEP-SEQ.
           PERFORM READ-STEP-ROUTINE  THRU  RDSTP-EXIT.
           MOVE  "NSCHED"     TO  WS-LOG-FILE.
           MOVE  WS-STEP-SEQ  TO  WS-LOG-SEQ.
           MOVE  WS-LOG-SEQ   TO  WS-LOG-RKEY.
           EVALUATE  NACTN OF ZZNC01-I
             WHEN  "A"
               PERFORM ADD-STEP-ROUTINE     THRU  ADDSTP-EXIT
             WHEN  "C"
               PERFORM CHANGE-STEP-ROUTINE  THRU  CHGSTP-EXIT
             WHEN  "D"
               PERFORM DELETE-STEP-ROUTINE  THRU  DELSTP-EXIT
             WHEN  "M"
               PERFORM MOVE-STEP-ROUTINE    THRU  MOVSTP-EXIT
             WHEN  OTHER
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Action must be A, C, D or M."  TO ZMSAGE
           END-EVALUATE.
       SCHMNT-EXIT.  EXIT.

      *****************************************************************
      *  CHECK-STEP-VALUES-ROUTINE                                     *
      *  A STEP NEEDS A PROGRAM, AND ITS FLAG MUST BE Y OR N.          *
      *****************************************************************
       CHECK-STEP-VALUES-ROUTINE.
           IF  WS-NEW-PGM = SPACES
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Key the program the step runs."  TO ZMSAGE
               GO CHKSTV-EXIT
           END-IF.
           IF  WS-NEW-ONOF NOT = "Y"
                AND  WS-NEW-ONOF NOT = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Step flag must be Y (on) or N (off)."  TO ZMSAGE
           END-IF.
       CHKSTV-EXIT.  EXIT.

       ADD-STEP-ROUTINE.
           IF  RECORD-FOUND-NSCHED = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "A step with this sequence already exists."
                                                       TO ZMSAGE
               GO ADDSTP-EXIT
           END-IF.
      *�A NEW STEP IS ON UNLESS KEYED OTHERWISE
           MOVE  NPGM  OF ZZNC01-I  TO  WS-NEW-PGM.
           MOVE  NONOF OF ZZNC01-I  TO  WS-NEW-ONOF.
           IF  WS-NEW-ONOF = SPACES
               MOVE  "Y"  TO  WS-NEW-ONOF
           END-IF.
           IF  NPARM OF ZZNC01-I = CLEAR-PARM
               MOVE  SPACES  TO  WS-NEW-PARM
           ELSE
               MOVE  NPARM OF ZZNC01-I  TO  WS-NEW-PARM
           END-IF.
           PERFORM CHECK-STEP-VALUES-ROUTINE  THRU  CHKSTV-EXIT.
           IF  WS-ERROR = "Y"
               GO ADDSTP-EXIT
           END-IF.
           MOVE  WS-STEP-SEQ  TO  NSSEQ  OF NSCHED-RECORD.
           MOVE  WS-NEW-PGM   TO  NSPGM  OF NSCHED-RECORD.
           MOVE  WS-NEW-ONOF  TO  NSONOF OF NSCHED-RECORD.
           MOVE  WS-NEW-PARM  TO  NSPARM OF NSCHED-RECORD.
           WRITE  NSCHED-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-WRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Step could not be added."  TO ZMSAGE
               GO ADDSTP-EXIT
           END-IF.
           MOVE  "Step added."  TO ZMSAGE.
           PERFORM NEXT-OLSEQNO-ROUTINE  THRU  NXTOSQ-EXIT.
           MOVE  SPACES  TO  WS-LOG-OLDVAL.
           MOVE  "NSPGM"      TO  WS-LOG-FLDNM.
           MOVE  WS-NEW-PGM   TO  WS-LOG-NEWVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
           MOVE  "NSONOF"     TO  WS-LOG-FLDNM.
           MOVE  WS-NEW-ONOF  TO  WS-LOG-NEWVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
           MOVE  "NSPARM"     TO  WS-LOG-FLDNM.
           MOVE  WS-NEW-PARM  TO  WS-LOG-NEWVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
       ADDSTP-EXIT.  EXIT.

       CHANGE-STEP-ROUTINE.
           IF  RECORD-FOUND-NSCHED = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "No step with this sequence."  TO ZMSAGE
               GO CHGSTP-EXIT
           END-IF.
      *�A BLANK FIELD LEAVES THE VALUE AS IT IS, SO A STEP CAN BE
      *�SWITCHED OFF WITHOUT RE-KEYING ITS PROGRAM AND PARAMETER.
           IF  NPGM OF ZZNC01-I = SPACES
               MOVE  WS-STEP-PGM        TO  WS-NEW-PGM
           ELSE
               MOVE  NPGM OF ZZNC01-I   TO  WS-NEW-PGM
           END-IF.
           IF  NONOF OF ZZNC01-I = SPACES
               MOVE  WS-STEP-ONOF       TO  WS-NEW-ONOF
           ELSE
               MOVE  NONOF OF ZZNC01-I  TO  WS-NEW-ONOF
           END-IF.
           EVALUATE  NPARM OF ZZNC01-I
             WHEN  SPACES
               MOVE  WS-STEP-PARM       TO  WS-NEW-PARM
             WHEN  CLEAR-PARM
               MOVE  SPACES             TO  WS-NEW-PARM
             WHEN  OTHER
               MOVE  NPARM OF ZZNC01-I  TO  WS-NEW-PARM
           END-EVALUATE.
           PERFORM CHECK-STEP-VALUES-ROUTINE  THRU  CHKSTV-EXIT.
           IF  WS-ERROR = "Y"
               GO CHGSTP-EXIT
           END-IF.
           IF  WS-NEW-PGM = WS-STEP-PGM
                AND  WS-NEW-ONOF = WS-STEP-ONOF
                AND  WS-NEW-PARM = WS-STEP-PARM
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Key the new program, flag and/or parameter."
                                                       TO ZMSAGE
               GO CHGSTP-EXIT
           END-IF.
           MOVE  WS-NEW-PGM   TO  NSPGM  OF NSCHED-RECORD.
           MOVE  WS-NEW-ONOF  TO  NSONOF OF NSCHED-RECORD.
           MOVE  WS-NEW-PARM  TO  NSPARM OF NSCHED-RECORD.
           REWRITE  NSCHED-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-REWRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Step could not be updated."  TO ZMSAGE
               GO CHGSTP-EXIT
           END-IF.
           MOVE  "Step updated."  TO ZMSAGE.
           PERFORM NEXT-OLSEQNO-ROUTINE  THRU  NXTOSQ-EXIT.
           IF  WS-NEW-PGM NOT = WS-STEP-PGM
               MOVE  "NSPGM"       TO  WS-LOG-FLDNM
               MOVE  WS-STEP-PGM   TO  WS-LOG-OLDVAL
               MOVE  WS-NEW-PGM    TO  WS-LOG-NEWVAL
               PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT
           END-IF.
           IF  WS-NEW-ONOF NOT = WS-STEP-ONOF
               MOVE  "NSONOF"      TO  WS-LOG-FLDNM
               MOVE  WS-STEP-ONOF  TO  WS-LOG-OLDVAL
               MOVE  WS-NEW-ONOF   TO  WS-LOG-NEWVAL
               PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT
           END-IF.
           IF  WS-NEW-PARM NOT = WS-STEP-PARM
               MOVE  "NSPARM"      TO  WS-LOG-FLDNM
               MOVE  WS-STEP-PARM  TO  WS-LOG-OLDVAL
               MOVE  WS-NEW-PARM   TO  WS-LOG-NEWVAL
               PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT
           END-IF.
       CHGSTP-EXIT.  EXIT.

       DELETE-STEP-ROUTINE.
           IF  RECORD-FOUND-NSCHED = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "No step with this sequence."  TO ZMSAGE
               GO DELSTP-EXIT
           END-IF.
           DELETE  NSCHED-FILE
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-DELETE.
           IF  WS-ERROR = "Y"
               MOVE  "Step could not be deleted."  TO ZMSAGE
               GO DELSTP-EXIT
           END-IF.
           MOVE  "Step deleted."  TO ZMSAGE.
           PERFORM NEXT-OLSEQNO-ROUTINE  THRU  NXTOSQ-EXIT.
           MOVE  SPACES  TO  WS-LOG-NEWVAL.
           MOVE  "NSPGM"       TO  WS-LOG-FLDNM.
           MOVE  WS-STEP-PGM   TO  WS-LOG-OLDVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
           MOVE  "NSONOF"      TO  WS-LOG-FLDNM.
           MOVE  WS-STEP-ONOF  TO  WS-LOG-OLDVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
           MOVE  "NSPARM"      TO  WS-LOG-FLDNM.
           MOVE  WS-STEP-PARM  TO  WS-LOG-OLDVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
       DELSTP-EXIT.  EXIT.

      *****************************************************************
      *  MOVE-STEP-ROUTINE                                             *
      *  GIVES A STEP A NEW SEQUENCE NUMBER - THE STEP IS WRITTEN      *
      *  UNDER THE NEW NUMBER FIRST, THEN REMOVED FROM THE OLD ONE.    *
      *****************************************************************
       MOVE-STEP-ROUTINE.
           IF  RECORD-FOUND-NSCHED = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "No step with this sequence."  TO ZMSAGE
               GO MOVSTP-EXIT
           END-IF.
           IF  NNWSEQ OF ZZNC01-I = ZERO
                OR  NNWSEQ OF ZZNC01-I = WS-STEP-SEQ
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Key the new sequence to move the step to."
                                                       TO ZMSAGE
               GO MOVSTP-EXIT
           END-IF.
           MOVE  NNWSEQ OF ZZNC01-I  TO  NSSEQ OF NSCHED-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-NSCHED.
           READ  NSCHED-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-NSCHED
           END-READ.
           IF  RECORD-FOUND-NSCHED = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "A step with the new sequence already exists."
                                                       TO ZMSAGE
               GO MOVSTP-EXIT
           END-IF.
           MOVE  NNWSEQ OF ZZNC01-I  TO  NSSEQ  OF NSCHED-RECORD.
           MOVE  WS-STEP-PGM         TO  NSPGM  OF NSCHED-RECORD.
           MOVE  WS-STEP-ONOF        TO  NSONOF OF NSCHED-RECORD.
           MOVE  WS-STEP-PARM        TO  NSPARM OF NSCHED-RECORD.
           WRITE  NSCHED-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-WRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Step could not be moved."  TO ZMSAGE
               GO MOVSTP-EXIT
           END-IF.
           PERFORM READ-STEP-ROUTINE  THRU  RDSTP-EXIT.
           IF  RECORD-FOUND-NSCHED = "Y"
               DELETE  NSCHED-FILE
                   INVALID KEY
                      MOVE  "Y"  TO  WS-ERROR
               END-DELETE
           END-IF.
           IF  WS-ERROR = "Y"
               MOVE  "Step copied but old sequence not removed."
                                                       TO ZMSAGE
           ELSE
               MOVE  "Step moved."  TO ZMSAGE
           END-IF.
      *�THE STEP IS ON FILE UNDER ITS NEW NUMBER EITHER WAY - LOG IT
           MOVE  SPACES  TO  WS-ERROR.
           PERFORM NEXT-OLSEQNO-ROUTINE  THRU  NXTOSQ-EXIT.
           MOVE  "NSSEQ"       TO  WS-LOG-FLDNM.
           MOVE  WS-STEP-SEQ   TO  WS-LOG-SEQ.
           MOVE  WS-LOG-SEQ    TO  WS-LOG-OLDVAL.
           MOVE  NNWSEQ OF ZZNC01-I  TO  WS-LOG-SEQ.
           MOVE  WS-LOG-SEQ    TO  WS-LOG-NEWVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
       MOVSTP-EXIT.  EXIT.

      *****************************************************************
      *  READ-STEP-ROUTINE                                             *
      *  READS STEP WS-STEP-SEQ AND LOADS ITS PROGRAM, FLAG AND        *
      *  PARAMETER INTO THE WS-STEP- BEFORE-IMAGE.                     *
      *****************************************************************
       READ-STEP-ROUTINE.
           MOVE  "Y"  TO  RECORD-FOUND-NSCHED.
           MOVE  SPACES  TO  WS-STEP-PGM  WS-STEP-ONOF  WS-STEP-PARM.
           MOVE  WS-STEP-SEQ  TO  NSSEQ OF NSCHED-RECORD.
           READ  NSCHED-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-NSCHED
           END-READ.
           IF  RECORD-FOUND-NSCHED = "Y"
               MOVE  NSPGM  OF NSCHED-RECORD  TO  WS-STEP-PGM
               MOVE  NSONOF OF NSCHED-RECORD  TO  WS-STEP-ONOF
               MOVE  NSPARM OF NSCHED-RECORD  TO  WS-STEP-PARM
           END-IF.
       RDSTP-EXIT.  EXIT.

      *****************************************************************
      *  ABANDON-RUN-ROUTINE                                           *
      *  CLOSES THE KEYED PROGRAM'S LATEST RUN IN STATUS "F" WHEN IT   *
      *  IS STILL MARKED ACTIVE, SO IT IS NO LONGER RESUMED.           *
      *****************************************************************
       ABANDON-RUN-ROUTINE.
           IF  NACTN OF ZZNC01-I NOT = "F"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Action must be F (abandon run)."  TO ZMSAGE
               GO ABNRUN-EXIT
           END-IF.
           IF  NPGM OF ZZNC01-I = SPACES
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Key the program whose run is to be abandoned."
                                                       TO ZMSAGE
               GO ABNRUN-EXIT
           END-IF.
           IF  NPGM OF ZZNC01-I = DRIVER-PROGRAM
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE
               "The night run resumes by design - switch the step off."
                                                       TO ZMSAGE
               GO ABNRUN-EXIT
           END-IF.
           PERFORM CHECK-OPERATOR-ROUTINE  THRU  CHKOPR-EXIT.
           IF  WS-ERROR = "Y"
               GO ABNRUN-EXIT
           END-IF.
           MOVE  NPGM OF ZZNC01-I  TO  WS-RUN-PGM.
           PERFORM FIND-LAST-RUN-ROUTINE  THRU  FNDRUN-EXIT.
           IF  RECORD-FOUND-RUNCTL = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "No run on file for this program."  TO ZMSAGE
               GO ABNRUN-EXIT
           END-IF.
           IF  RCSTAT OF WS-RUNCTL-IMAGE NOT = "A"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Latest run is not active - nothing to abandon."
                                                       TO ZMSAGE
               GO ABNRUN-EXIT
           END-IF.
      *�FIND-LAST-RUN-ROUTINE LEFT THE RUN AS THE RECORD LAST READ,
      *�SO THE REWRITE REPLACES THAT RECORD.
           MOVE  "F"              TO  RCSTAT OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-DATE      TO  RCENDT OF WS-RUNCTL-IMAGE.
           MOVE  WS-SYS-TIME-HMS  TO  RCENTM OF WS-RUNCTL-IMAGE.
           MOVE  WS-RUNCTL-IMAGE  TO  RUNCTL-RECORD.
           REWRITE  RUNCTL-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-REWRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Run could not be abandoned."  TO ZMSAGE
               GO ABNRUN-EXIT
           END-IF.
           MOVE  "Run abandoned - the next run starts afresh."
                                                       TO ZMSAGE.
           MOVE  "RUNCTL"  TO  WS-LOG-FILE.
           MOVE  RCPGM   OF WS-RUNCTL-IMAGE  TO  WS-LOG-RUN-PGM.
           MOVE  RCRUNNO OF WS-RUNCTL-IMAGE  TO  WS-LOG-RUN-NO.
           MOVE  WS-LOG-RUN-KEY  TO  WS-LOG-RKEY.
           PERFORM NEXT-OLSEQNO-ROUTINE  THRU  NXTOSQ-EXIT.
           MOVE  "RCSTAT"  TO  WS-LOG-FLDNM.
           MOVE  "A"       TO  WS-LOG-OLDVAL.
           MOVE  "F"       TO  WS-LOG-NEWVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
       ABNRUN-EXIT.  EXIT.

      *****************************************************************
      *  FIND-LAST-RUN-ROUTINE                                         *
      *  SAME IDIOM AS RUNCTL-FIND-LAST-RUN IN THE BATCH PROGRAMS -    *
      *  THE HIGHEST RUN NUMBER ON FILE FOR WS-RUN-PGM, LOADED INTO    *
      *  WS-RUNCTL-IMAGE.                                              *
      *****************************************************************
       FIND-LAST-RUN-ROUTINE.
           MOVE  WS-RUN-PGM  TO  RCPGM OF RUNCTL-RECORD.
           MOVE  9999999  TO  RCRUNNO OF RUNCTL-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-RUNCTL.
           START  RUNCTL-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF RUNCTL-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-RUNCTL
           END-START.
           IF  RECORD-FOUND-RUNCTL = "Y"
               READ  RUNCTL-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-RUNCTL
               END-READ
           END-IF.
           IF  RECORD-FOUND-RUNCTL = "Y"
                AND  RCPGM OF RUNCTL-RECORD NOT = WS-RUN-PGM
               MOVE  "N"  TO  RECORD-FOUND-RUNCTL
           END-IF.
           IF  RECORD-FOUND-RUNCTL = "Y"
               MOVE  RUNCTL-RECORD  TO  WS-RUNCTL-IMAGE
           END-IF.
       FNDRUN-EXIT.  EXIT.

      *****************************************************************
      *  RELEASE-WINDOW-ROUTINE                                        *
      *  CLOSES A BATCH WINDOW LEFT OPEN ON SYSSTS-FILE BY A BATCH     *
      *  PROGRAM THAT ENDED WITHOUT CLOSING IT.                        *
      *****************************************************************
       RELEASE-WINDOW-ROUTINE.
           IF  NACTN OF ZZNC01-I NOT = "R"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Action must be R (release window)."  TO ZMSAGE
               GO RELWIN-EXIT
           END-IF.
           PERFORM CHECK-OPERATOR-ROUTINE  THRU  CHKOPR-EXIT.
           IF  WS-ERROR = "Y"
               GO RELWIN-EXIT
           END-IF.
           IF  NPGM OF ZZNC01-I = SPACES
               MOVE  SYSSTS-RESOURCE    TO  WS-RESOURCE
           ELSE
               MOVE  NPGM OF ZZNC01-I   TO  WS-RESOURCE
           END-IF.
           MOVE  WS-RESOURCE  TO  SSKEY OF SYSSTS-RECORD.
           MOVE  "Y"  TO  RECORD-FOUND-SYSSTS.
           READ  SYSSTS-FILE
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-SYSSTS
           END-READ.
           IF  RECORD-FOUND-SYSSTS = "N"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "Resource not on the system status file."
                                                       TO ZMSAGE
               GO RELWIN-EXIT
           END-IF.
           IF  SSBTCH OF SYSSTS-RECORD NOT = "Y"
               MOVE  "Y"  TO  WS-ERROR
               MOVE  INDIC-ON  TO  IN31 OF ZZNC01-O-INDIC
               MOVE  "The batch window is not open."  TO ZMSAGE
               GO RELWIN-EXIT
           END-IF.
           MOVE  SSBPGM OF SYSSTS-RECORD  TO  WS-LOG-OLDVAL.
           MOVE  "N"     TO  SSBTCH OF SYSSTS-RECORD.
           MOVE  SPACES  TO  SSBPGM OF SYSSTS-RECORD.
           REWRITE  SYSSTS-RECORD
               INVALID KEY
                  MOVE  "Y"  TO  WS-ERROR
           END-REWRITE.
           IF  WS-ERROR = "Y"
               MOVE  "Window could not be released."  TO ZMSAGE
               GO RELWIN-EXIT
           END-IF.
           MOVE  "Batch window released."  TO ZMSAGE.
           MOVE  "SYSSTS"     TO  WS-LOG-FILE.
           MOVE  WS-RESOURCE  TO  WS-LOG-RKEY.
           PERFORM NEXT-OLSEQNO-ROUTINE  THRU  NXTOSQ-EXIT.
           MOVE  "SSBPGM"  TO  WS-LOG-FLDNM.
           MOVE  SPACES    TO  WS-LOG-NEWVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
           MOVE  "SSBTCH"  TO  WS-LOG-FLDNM.
           MOVE  "Y"       TO  WS-LOG-OLDVAL.
           MOVE  "N"       TO  WS-LOG-NEWVAL.
           PERFORM WRITE-LOG-RECORD  THRU  WRTLOG-EXIT.
       RELWIN-EXIT.  EXIT.

      *****************************************************************
      *  NEXT-OLSEQNO-ROUTINE                                          *
      *  SAME IDIOM AS NEXT-MHSEQNO-ROUTINE IN CBCUSMST - FINDS THE    *
      *  HIGHEST LOG SEQUENCE ALREADY ON FILE FOR TODAY.               *
      *****************************************************************
       NEXT-OLSEQNO-ROUTINE.
           MOVE  ZERO  TO  WS-OLSEQNO.
           MOVE  WS-SYS-DATE  TO  OLCHGDT OF OPSLOG-RECORD.
           MOVE  99999  TO  OLSEQNO OF OPSLOG-RECORD.
           START  OPSLOG-FILE  KEY  <  EXTERNALLY-DESCRIBED-KEY
                                       OF OPSLOG-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-OPSLOG
                  NOT INVALID KEY
                      MOVE "Y" TO RECORD-FOUND-OPSLOG
           END-START.
           IF  RECORD-FOUND-OPSLOG = "Y"
               READ  OPSLOG-FILE  PREVIOUS RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-OPSLOG
               END-READ
           END-IF.
           IF  RECORD-FOUND-OPSLOG = "Y"
                AND  OLCHGDT OF OPSLOG-RECORD = WS-SYS-DATE
               MOVE  OLSEQNO OF OPSLOG-RECORD  TO  WS-OLSEQNO
           END-IF.
       NXTOSQ-EXIT. EXIT.

      *****************************************************************
      *  WRITE-LOG-RECORD                                              *
      *  BUILDS AND WRITES ONE OPSLOG-RECORD FROM THE WS-LOG- FIELDS.  *
      *****************************************************************
       WRITE-LOG-RECORD.
           ADD  1  TO  WS-OLSEQNO.
           MOVE WS-SYS-DATE               TO  OLCHGDT OF OPSLOG-RECORD.
           MOVE WS-OLSEQNO                TO  OLSEQNO OF OPSLOG-RECORD.
           MOVE WS-SYS-TIME-HMS           TO  OLCHGTM OF OPSLOG-RECORD.
           MOVE WS-USER-ID                TO  OLUSRID OF OPSLOG-RECORD.
           MOVE WS-LOG-ACTN               TO  OLACTN  OF OPSLOG-RECORD.
           MOVE WS-LOG-FILE               TO  OLFILE  OF OPSLOG-RECORD.
           MOVE WS-LOG-RKEY               TO  OLRKEY  OF OPSLOG-RECORD.
           MOVE WS-LOG-FLDNM              TO  OLFLDNM OF OPSLOG-RECORD.
           MOVE WS-LOG-OLDVAL             TO  OLOLDVL OF OPSLOG-RECORD.
           MOVE WS-LOG-NEWVAL             TO  OLNEWVL OF OPSLOG-RECORD.
           WRITE OPSLOG-RECORD
               INVALID KEY
                  MOVE "Action taken but log row not written."
                                                       TO ZMSAGE
           END-WRITE.
       WRTLOG-EXIT. EXIT.

      *****************************************************************
      *  LOAD-LIST-ROUTINE                                             *
      *  LOADS THE FIRST SUBFILE PAGE OF THE KEYED VIEW.               *
      *****************************************************************
       LOAD-LIST-ROUTINE.
           MOVE  NVIEW OF ZZNC01-I  TO  WS-CUR-VIEW.
           MOVE  SPACES  TO  WS-START-KEY.
           MOVE  ZERO    TO  WS-START-SEQ.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE  THRU  FILLPG-EXIT.
           IF  RECNO = 0
               MOVE "Nothing on file for this view."  TO ZMSAGE
           END-IF.
       LOADLST-EXIT.  EXIT.

      *****************************************************************
      *  FILL-SFL-PAGE                                                 *
      *  LOADS UP TO MAX-SFL-RECORDS LINES OF THE CURRENT VIEW INTO    *
      *  THE SUBFILE, STARTING JUST PAST WS-START-SEQ (NS) OR          *
      *  WS-START-KEY (RC AND SS).                                     *
      *****************************************************************
       FILL-SFL-PAGE.
           MOVE  0  TO  RECNO.
           MOVE  SPACES  TO  WS-BOTTOM-KEY.
           MOVE  ZERO    TO  WS-BOTTOM-SEQ.
           MOVE  "Y"  TO  RECORD-FOUND-LIST.
           EVALUATE  WS-CUR-VIEW
             WHEN  VIEW-SCHEDULE
               MOVE  WS-START-SEQ  TO  NSSEQ OF NSCHED-RECORD
               START  NSCHED-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                           OF NSCHED-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-LIST
               END-START
             WHEN  VIEW-RUNS
               CONTINUE
             WHEN  OTHER
               MOVE  WS-START-KEY  TO  SSKEY OF SYSSTS-RECORD
               START  SYSSTS-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                           OF SYSSTS-RECORD
                  INVALID KEY
                      MOVE "N" TO RECORD-FOUND-LIST
               END-START
           END-EVALUATE.
           PERFORM  FILL-ONE-ROW  THRU  FILL1R-EXIT
                    UNTIL  RECORD-FOUND-LIST = "N"
                    OR     RECNO  NOT <  MAX-SFL-RECORDS.
       FILLPG-EXIT.  EXIT.

       FILL-ONE-ROW.
           INITIALIZE  ZZNS01-O
               REPLACING  ALPHANUMERIC BY SPACES
                          NUMERIC      BY ZEROS.
           EVALUATE  WS-CUR-VIEW
             WHEN  VIEW-SCHEDULE
               PERFORM  FILL-STEP-ROW    THRU  FILLST-EXIT
             WHEN  VIEW-RUNS
               PERFORM  FILL-RUN-ROW     THRU  FILLRN-EXIT
             WHEN  OTHER
               PERFORM  FILL-WINDOW-ROW  THRU  FILLWN-EXIT
           END-EVALUATE.
           IF  RECORD-FOUND-LIST = "Y"
               ADD  1  TO  RECNO
               PERFORM  WRITE-SFL-RECORD  THRU  WSFLR-EXIT
           END-IF.
       FILL1R-EXIT.  EXIT.

       FILL-STEP-ROW.
           READ  NSCHED-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-LIST
           END-READ.
           IF  RECORD-FOUND-LIST = "N"
               GO FILLST-EXIT
           END-IF.
           MOVE  NSSEQ  OF NSCHED-RECORD  TO  NL-SEQ.
           MOVE  NSPGM  OF NSCHED-RECORD  TO  NL-PGM.
           MOVE  NSONOF OF NSCHED-RECORD  TO  NL-ONOF.
           MOVE  NSPARM OF NSCHED-RECORD  TO  NL-PARM.
           MOVE  WS-NS-LINE  TO  SNLINE OF ZZNS01-O.
           MOVE  NSSEQ  OF NSCHED-RECORD  TO  WS-BOTTOM-SEQ.
       FILLST-EXIT.  EXIT.

      *****************************************************************
      *  FILL-RUN-ROW                                                  *
      *  FINDS THE NEXT PROGRAM ON RUNCTL-FILE PAST WS-START-KEY AND   *
      *  SHOWS ITS LATEST RUN. THE NEXT ROW STARTS PAST THAT PROGRAM.  *
      *****************************************************************
       FILL-RUN-ROW.
           MOVE  WS-START-KEY  TO  RCPGM OF RUNCTL-RECORD.
           MOVE  9999999  TO  RCRUNNO OF RUNCTL-RECORD.
           START  RUNCTL-FILE  KEY  >  EXTERNALLY-DESCRIBED-KEY
                                       OF RUNCTL-RECORD
               INVALID KEY
                  MOVE "N" TO RECORD-FOUND-LIST
           END-START.
           IF  RECORD-FOUND-LIST = "Y"
               READ  RUNCTL-FILE  NEXT RECORD
                     AT END
                        MOVE "N" TO RECORD-FOUND-LIST
               END-READ
           END-IF.
           IF  RECORD-FOUND-LIST = "N"
               GO FILLRN-EXIT
           END-IF.
           MOVE  RCPGM OF RUNCTL-RECORD  TO  WS-RUN-PGM.
           PERFORM  FIND-LAST-RUN-ROUTINE  THRU  FNDRUN-EXIT.
           MOVE  WS-RUN-PGM  TO  WS-START-KEY  WS-BOTTOM-KEY.
           IF  RECORD-FOUND-RUNCTL = "N"
               MOVE  "N"  TO  RECORD-FOUND-LIST
               GO FILLRN-EXIT
           END-IF.
           MOVE  RCPGM   OF WS-RUNCTL-IMAGE  TO  RL-PGM.
           MOVE  RCRUNNO OF WS-RUNCTL-IMAGE  TO  RL-RUNNO.
           MOVE  RCSTDT  OF WS-RUNCTL-IMAGE  TO  RL-STDT.
           MOVE  RCSTTM  OF WS-RUNCTL-IMAGE  TO  RL-STTM.
           MOVE  RCENDT  OF WS-RUNCTL-IMAGE  TO  RL-ENDT.
           MOVE  RCENTM  OF WS-RUNCTL-IMAGE  TO  RL-ENTM.
           MOVE  RCSTAT  OF WS-RUNCTL-IMAGE  TO  RL-STAT.
           MOVE  RCRSTR  OF WS-RUNCTL-IMAGE  TO  RL-RSTR.
           MOVE  RCCKKEY OF WS-RUNCTL-IMAGE  TO  RL-CKKEY.
           MOVE  RCCKCNT OF WS-RUNCTL-IMAGE  TO  RL-CKCNT.
           MOVE  WS-RC-LINE  TO  SNLINE OF ZZNS01-O.
       FILLRN-EXIT.  EXIT.

       FILL-WINDOW-ROW.
           READ  SYSSTS-FILE  NEXT RECORD
                 AT END
                    MOVE "N" TO RECORD-FOUND-LIST
           END-READ.
           IF  RECORD-FOUND-LIST = "N"
               GO FILLWN-EXIT
           END-IF.
           MOVE  SSKEY  OF SYSSTS-RECORD  TO  SL-KEY.
           MOVE  SSBTCH OF SYSSTS-RECORD  TO  SL-BTCH.
           MOVE  SSBPGM OF SYSSTS-RECORD  TO  SL-BPGM.
           MOVE  SSBDT  OF SYSSTS-RECORD  TO  SL-BDT.
           MOVE  SSBTM  OF SYSSTS-RECORD  TO  SL-BTM.
           MOVE  SSINTC OF SYSSTS-RECORD  TO  SL-INTC.
           MOVE  ZERO    TO  SL-HRUNNO.
           MOVE  SPACES  TO  SL-HSTAT.
      *�THE HOLDER'S LATEST RUN SHOWS WHETHER THE WINDOW IS STALE
           IF  SSBPGM OF SYSSTS-RECORD NOT = SPACES
               MOVE  SSBPGM OF SYSSTS-RECORD  TO  WS-RUN-PGM
               PERFORM  FIND-LAST-RUN-ROUTINE  THRU  FNDRUN-EXIT
               IF  RECORD-FOUND-RUNCTL = "Y"
                   MOVE  RCRUNNO OF WS-RUNCTL-IMAGE  TO  SL-HRUNNO
                   MOVE  RCSTAT  OF WS-RUNCTL-IMAGE  TO  SL-HSTAT
               END-IF
           END-IF.
           MOVE  WS-SS-LINE  TO  SNLINE OF ZZNS01-O.
           MOVE  SSKEY OF SYSSTS-RECORD  TO  WS-BOTTOM-KEY.
       FILLWN-EXIT.  EXIT.

      *�Page forward - reload from just past the last line shown.
       ROLLUP-ROUTINE.
           IF  WS-CUR-VIEW = SPACES
                OR  (WS-BOTTOM-KEY = SPACES  AND  WS-BOTTOM-SEQ = 0)
               MOVE "You are at the bottom of the list." TO ZMSAGE
               GO ROLLUP-EXIT
           END-IF.
           MOVE  WS-BOTTOM-KEY  TO  WS-START-KEY.
           MOVE  WS-BOTTOM-SEQ  TO  WS-START-SEQ.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE      THRU  FILLPG-EXIT.
           IF  RECNO = 0
               MOVE "You are at the bottom of the list." TO ZMSAGE
           END-IF.
       ROLLUP-EXIT.  EXIT.

      *�Page backward - restart the list from the top of the view,
      *�THE SAME SIMPLE BEHAVIOUR AS CBCUSMST.
       ROLLDOWN-ROUTINE.
           IF  WS-CUR-VIEW = SPACES
               MOVE "You are at the top of the list." TO ZMSAGE
               GO ROLLDN-EXIT
           END-IF.
           MOVE  SPACES  TO  WS-START-KEY.
           MOVE  ZERO    TO  WS-START-SEQ.
           PERFORM  CLEAR-SFL-ROUTINE  THRU  CLRSFL-EXIT.
           PERFORM  FILL-SFL-PAGE      THRU  FILLPG-EXIT.
       ROLLDN-EXIT.  EXIT.

      *�Clear the displayed subfile without consuming a screen read,
      *�so a roll key or a new list can reload it mid-cycle.
       CLEAR-SFL-ROUTINE.
           MOVE  INDIC-ON  TO  IN74.
           WRITE  DISPLAY-REC  FROM  SFC-OUT  FORMAT "ZZNC01"
                  INDICATORS ARE ZZNC01-O-INDIC.
           MOVE  INDIC-OFF  TO  IN74.
       CLRSFL-EXIT.  EXIT.

       WRITE-SFL-RECORD.
           WRITE SUBFILE DISPLAY-REC FROM SFL-OUT FORMAT "ZZNS01"
                 INVALID KEY DISPLAY "PROBLEM IN SUBFILE WRITING-P1".
           INITIALIZE  ZZNS01-O  REPLACING ALPHANUMERIC BY SPACES
                                        NUMERIC BY ZEROS.
       WSFLR-EXIT.  EXIT.

       WRITE-READ-SFC.
           IF  SHWREC  OF ZZNC01-O  = 0
                  MOVE 1 TO SHWREC OF ZZNC01-O.
           WRITE  DISPLAY-REC   FROM  MSG-OUT    FORMAT "ZZNT01"
           WRITE  DISPLAY-REC   FROM  SFC-OUT    FORMAT "ZZNC01"
                       INDICATORS ARE ZZNC01-O-INDIC.
           READ DISPLAY-FILE  INTO  SFC-IN
                   INDICATORS ARE ZZNC01-I-INDIC.
           MOVE    SPACES   TO    ZMSAGE.
           MOVE CORR ZZNC01-I-INDIC      TO  WS-INPUT-INDIC.
           MOVE CORR ZZNC01-I            TO  ZZNC01-O.
       WRSFC-EXIT.   EXIT.

       INIT-ROUTINE.
           MOVE ALL B"0"  TO  WS-INPUT-INDIC  DISPLAY-INDICATORS.
           INITIALIZE   SFL-IN  SFL-OUT  SFC-OUT SFC-IN
              WS-VARIABLES  MSG-OUT
              REPLACING NUMERIC BY ZEROS ALPHANUMERIC BY SPACES.
       INIT-EXIT.  EXIT.

       OPEN-FILES.
               OPEN  I-O    NSCHED-FILE
                            RUNCTL-FILE
                            SYSSTS-FILE
                            OPSLOG-FILE
                            DISPLAY-FILE
                     INPUT  REFCDS-FILE.

       CLOSE-FILES.
               CLOSE   NSCHED-FILE
                       RUNCTL-FILE
                       SYSSTS-FILE
                       REFCDS-FILE
                       OPSLOG-FILE
                       DISPLAY-FILE.

       DISPLAY-SFLCTL-FILE.
           MOVE INDIC-ON   TO   IN72 IN74.
           MOVE INDIC-OFF  TO   IN71.
           PERFORM  WRITE-READ-SFC      THRU    WRSFC-EXIT.
           MOVE INDIC-ON   TO   IN81 IN71.
           MOVE INDIC-OFF TO    IN74.
           MOVE INDIC-OFF  TO  IN31 OF ZZNC01-O-INDIC.
       DSFCF-EXIT.  EXIT.

       INITIALIZE-SFLCTL.
           INITIALIZE ZZNC01-O.
