      * Reference code maintenance - maintains REFCDS-FILE, the
      * master behind the five free-keyed code fields on the
      * customer record: terms (type TM), ship via (SV), tax (TX),
      * branch (BR) and region (RG) - plus the ledger account mapping
      * (GL) the CBCUSGLJ journal interface posts to: one code per
      * kind of entry (AR, SALES, CASH, WOFF) with the GL account
      * number keyed in the first 10 positions of its description -
      * and the bad-debt write-off reasons (WO) a collector must give
      * when raising a write-off in CBCUSWOR - and the operators (OP)
      * the CBOPSCON operations console lets abandon a run or release
      * the batch window, one code per operator with the user id
      * keyed in the first 10 positions of its description. Built
      * in the style of the CBCUSHIN subfile inquiry: key a code type
      * and the codes on file list in the subfile; key an action
      * (A=add, C=change, D=delete) with a code and description to
      * maintain them.
      *
      * A delete is not blocked here - a code still carried on
      * customer records surfaces on the CBCUSREC reconciliation
           WHEN   ROLLDOWN-KEY
                  PERFORM ROLLDOWN-ROUTINE  THRU  ROLLDN-EXIT
           WHEN   RTYPSL OF ZZRC01-I = SPACES
                  MOVE
              "Key a code type - TM, SV, TX, BR, RG, GL, WO or OP."
                                                 TO ZMSAGE
           WHEN   OTHER
                  PERFORM CHECK-TYPE-ROUTINE  THRU  CHKTYP-EXIT
               MOVE  "BRANCH CODES"         TO  RTYPDS OF ZZRC01-O
             WHEN  "RG"
               MOVE  "REGION CODES"         TO  RTYPDS OF ZZRC01-O
             WHEN  "GL"
               MOVE  "GL ACCOUNT MAPPING"   TO  RTYPDS OF ZZRC01-O
             WHEN  "WO"
               MOVE  "WRITE-OFF REASONS"    TO  RTYPDS OF ZZRC01-O
             WHEN  "OP"
               MOVE  "CONSOLE OPERATORS"    TO  RTYPDS OF ZZRC01-O
             WHEN  OTHER
               MOVE  "N"  TO  WS-TYPE-OK
               MOVE  SPACES  TO  RTYPDS OF ZZRC01-O
               MOVE  INDIC-ON  TO  IN31 OF ZZRC01-O-INDIC
               MOVE
               "Code type must be TM, SV, TX, BR, RG, GL, WO or OP."
                                                 TO ZMSAGE
           END-EVALUATE.
       CHKTYP-EXIT.  EXIT.
