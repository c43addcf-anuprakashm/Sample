      *              captured, and writes the permanent status-        *
      *              history record (DPAYHST) for the transition - a   *
      *              first capture is recorded with an old status of   *
      *              space.  An update keeps the operators already on  *
      *              the master: the keyer (DFHCA-01-KEYED-BY-OPER)    *
      *              never changes once recorded, and the releasing    *
      *              and second-approving operators are carried        *
      *              forward unless this update sets them.             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  17/06/19  RSH  MAINTAIN THE DPAYMAS CONSENT MASTER FILE.      *
      *  17/08/14  RSH  CALL DPAYNTF ON CONSENT STATUS TRANSITIONS.    *
      *  18/04/09  RSH  CALL DPAYHST TO KEEP PERMANENT STATUS HISTORY. *
      *  19/07/01  RSH  CARRY THE KEYING, RELEASING AND SECOND-        *
      *                 APPROVING OPERATORS FORWARD ON AN UPDATE.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYCAP.
                   TO DPAYCAP-PRIOR-STATUS
               MOVE DFHCA-01-CONSENT-STATUS IN DPAYMAS-RECORD
                   TO DPAYCAP-HIST-PRIOR
               PERFORM 2600-CARRY-OPERATORS
                   THRU 2600-EXIT
           ELSE
               MOVE DFHCA-01-CONSENT-STATUS IN DFHCOMMAREA
                   TO DPAYCAP-PRIOR-STATUS
       2500-EXIT.
           EXIT.

      *****************************************************************
      * AN UPDATE ARRIVING FROM THE CHANNEL NEED NOT CARRY THE        *
      * OPERATORS THE MASTER ALREADY HOLDS, AND MUST NOT LOSE THEM -  *
      * THE FOUR-EYES CHECK IN DPAYAPV DEPENDS ON THEM.  THE KEYER ON *
      * THE MASTER ALWAYS STANDS; THE RELEASER AND SECOND APPROVER    *
      * STAND UNLESS THIS UPDATE RECORDS NEW ONES.                    *
      *****************************************************************
       2600-CARRY-OPERATORS.
           IF DFHCA-01-KEYED-BY-OPER IN DPAYMAS-RECORD NOT = SPACES
               MOVE DFHCA-01-KEYED-BY-OPER IN DPAYMAS-RECORD
                   TO DFHCA-01-KEYED-BY-OPER IN DFHCOMMAREA
           END-IF.
           IF DFHCA-01-RELEASED-BY-OPER IN DFHCOMMAREA = SPACES
               MOVE DFHCA-01-RELEASED-BY-OPER IN DPAYMAS-RECORD
                   TO DFHCA-01-RELEASED-BY-OPER IN DFHCOMMAREA
           END-IF.
           IF DFHCA-01-SECOND-AUTH-OPER IN DFHCOMMAREA = SPACES
               MOVE DFHCA-01-SECOND-AUTH-OPER IN DPAYMAS-RECORD
                   TO DFHCA-01-SECOND-AUTH-OPER IN DFHCOMMAREA
           END-IF.
       2600-EXIT.
           EXIT.

       3500-CLOSE-MASTER-FILE.
           CLOSE DPAYMAS-FILE.
       3500-EXIT.
