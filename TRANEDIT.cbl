001494*                   AND END RECORDS, QUALIFIED BY THE *
001495*                   PARM, SO ACCTUPD CAN PROVE THE    *
001496*                   UPDTRAN EDIT COMPLETED.           *
001497*  10/15/26   DJH   ACCEPT STATUS 'CO' (CHARGED OFF)  *
001498*                   ON STATTRAN ONLY FROM CHGOFF; NO  *
001499*                   OTHER STATUS FOR A 'CO' ACCOUNT.  *
001500*****************************************************
001600*
001700*  THIS PROGRAM RUNS AHEAD OF ACCTUPD, LIMCHG, STATCHG
012900 77  WS-EDIT-STATDO              PIC X(2)    VALUE SPACES.
013000     88  VALID-STATDO                        VALUE 'NW' 'AC'
013100                                                   'SU' 'CL'.
013105     88  CHGOFF-STATDO                       VALUE 'CO'.
013110 77  WS-EDIT-CYCGRP              PIC X       VALUE SPACE.
013120     88  VALID-CYCGRP                        VALUE '1' THRU '9'.
013130 77  WS-RUNCTL-STATUS            PIC X(2)    VALUE SPACES.
028000                     MOVE 'MISSING REASON CODE' TO DTL-REASON
028100                 END-IF
028200             END-IF
028201             IF EDIT-PASSED
028202                 AND STATDO OF ACCT-RECORD = 'CO'
028203                 MOVE 'N' TO WS-EDIT-OK-SWITCH
028204                 MOVE '4' TO WS-REJ-CODE
028205                 MOVE 'ACCOUNT IS CHARGED OFF' TO DTL-REASON
028206             END-IF
028210         WHEN UT-IS-GROUP-CHG
028220             MOVE UT-UPD-VALUE (1:1) TO WS-EDIT-CYCGRP
028230             IF NOT VALID-CYCGRP
029700 2220-EXIT.
029800     EXIT.
029900*
029910*  'CO' IS SET ONLY BY CHGOFF, WHICH ALSO WRITES COFFILE
029920*  AND THE WRITE-OFF JOURNAL.  IT IS ACCEPTED FROM THE
029930*  COSTAT FEED AND REJECTED FROM ANY OTHER SOURCE.
029932*  NOR CAN ANY STATUS CHANGE MOVE AN ACCOUNT ALREADY
029934*  CHARGED OFF - COFFILE AND THE JOURNAL STILL HOLD IT
029936*  WRITTEN OFF AND ITS PAYMENTS POST AS RECOVERIES.
029940*
030000 2230-EDIT-STATTRAN.
030100     MOVE ST-NEW-STATDO TO WS-EDIT-STATDO.
030200     IF NOT VALID-STATDO
030210         AND NOT (CHGOFF-STATDO AND ST-USERID = 'CHGOFF  ')
030300         MOVE 'N' TO WS-EDIT-OK-SWITCH
030400         MOVE '4' TO WS-REJ-CODE
030500         MOVE 'INVALID STATUS CODE' TO DTL-REASON
031000             MOVE 'MISSING REASON CODE' TO DTL-REASON
031100         END-IF
031200     END-IF.
031210     IF EDIT-PASSED
031220         AND STATDO OF ACCT-RECORD = 'CO'
031230         AND NOT CHGOFF-STATDO
031240         MOVE 'N' TO WS-EDIT-OK-SWITCH
031250         MOVE '4' TO WS-REJ-CODE
031260         MOVE 'ACCOUNT IS CHARGED OFF' TO DTL-REASON
031270     END-IF.
031300 2230-EXIT.
031400     EXIT.
031410*
