      *  REASSIGNMENT ACTUALLY REQUESTED RESOLVES ON SLMEN-FILE/      *
      *  DISTS-FILE, THE SAME LOOKUP GETREC-ROUTINE USES, BEFORE A    *
      *  SINGLE CUSTOMER RECORD IS TOUCHED. REFUSES TO RUN THE        *
      *  REASSIGNMENT RATHER THAN CREATE AN ORPHANED REFERENCE, OR    *
      *  MOVE CUSTOMERS ONTO A CODE MARKED INACTIVE ON ITS MASTER.    *
      *****************************************************************
       VALIDATE-PARMS-ROUTINE.
           IF  RASN-OLD-SLSMN NOT = SPACES
                   WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                          AFTER ADVANCING 1 LINE
               END-IF
               IF  RECORD-FOUND-SLMEN = "Y"
                    AND  XWC7ST OF SLMEN-RECORD = "I"
                   MOVE  "N"  TO  WS-PARMS-OK
                   MOVE  "NEW SALESMAN CODE IS INACTIVE ON SLMEN-FILE."
                                          TO  PE-TEXT
                   WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                          AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           IF  RASN-OLD-DIST NOT = SPACES
               MOVE  RASN-NEW-DIST  TO  DSDCDE OF DISTS-RECORD
                   WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                          AFTER ADVANCING 1 LINE
               END-IF
               IF  RECORD-FOUND-DISTS = "Y"
                    AND  XWC7ST OF DISTS-RECORD = "I"
                   MOVE  "N"  TO  WS-PARMS-OK
                   MOVE
                     "NEW DISTRIBUTOR CODE IS INACTIVE ON DISTS-FILE."
                                          TO  PE-TEXT
                   WRITE  LIST-RECORD  FROM  WS-PARM-ERROR-LINE
                          AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
       VALPRM-EXIT.  EXIT.

