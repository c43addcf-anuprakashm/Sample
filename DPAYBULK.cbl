      *              REFERENCE IS APPENDED TO THE REGISTER AFTER THE   *
      *              RUN SO A RESUBMISSION IS CAUGHT WHOLE INSTEAD OF  *
      *              ITEM BY ITEM IN DPAYDUP.                          *
      *              EACH ITEM IS KEYED BY THE OPERATOR THE CHANNEL    *
      *              STAGED ON IT (DFHCA-01-KEYED-BY-OPER) OR, WHERE   *
      *              IT STAGED NONE, BY THE FILE'S ORIGINATOR, AND     *
      *              THAT OPERATOR IS RECORDED ON THE CAPTURE.         *
      *                                                                *
      * HEADER RECORD (FIRST ON DPAYBIN) :                             *
      *   COLS 1-3   'HDR'               COLS 4-23  ORIGINATOR        *
      *  18/09/17  RSH  VALIDATE THE NEW HEADER/TRAILER CONTROLS AND   *
      *                 THE ACCEPTED-FILE REGISTER BEFORE PROCESSING   *
      *                 ANYTHING; REGISTER AN ACCEPTED FILE AFTER.     *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *                 REFUSED UNTIL DPAYREL AND DPAYGEN HAVE        *
      *                 COMPLETED FOR THE BUSINESS DATE.              *
      *  19/07/01  RSH  STAMP EACH ITEM WITH ITS KEYING OPERATOR, THE  *
      *                 FILE ORIGINATOR WHEN THE ITEM CARRIES NONE.   *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYBULK.
           88  DPAYBULK-CTL-FOUND           VALUE "Y".

       77  DPAYBULK-SAVE-FILE-REF      PIC X(16).
       77  DPAYBULK-SAVE-ORIGINATOR    PIC X(08).
       77  DPAYBULK-CTL-ITEM-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBULK-CTL-SUB            PIC 9(03) COMP.
       77  DPAYBULK-TRL-SUB            PIC 9(03) COMP.
               VALUE "ITEMS WAREHOUSED (EXCLUDED FROM TOTALS) : ".
           05  DPAYBULK-S-WAREHOUSED-CT    PIC ZZZ,ZZ9.

       01  DPAYBULK-RUN-PARMS.
           COPY DPAYRCP.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-REGISTER-START
               THRU 0100-EXIT.
           IF DPAYRCP-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 1000-INITIALISE
               THRU 1000-EXIT.
           PERFORM 1500-VALIDATE-CONTROLS
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           PERFORM 9900-REGISTER-FINISH
               THRU 9900-EXIT.
           GOBACK.

      *****************************************************************
      * REGISTER THE START OF THE RUN ON THE RUN-CONTROL LEDGER       *
      * (DPAYRUN).  THE START IS REFUSED WHEN A JOB THAT MUST RUN     *
      * FIRST HAS NOT COMPLETED ON THE BUSINESS DATE, OR WHEN THIS    *
      * JOB MAY RUN ONLY ONCE A DATE AND ALREADY HAS.                 *
      *****************************************************************
       0100-REGISTER-START.
           SET DPAYRCP-START TO TRUE.
           MOVE "DPAYBULK" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYBULK-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYBULK-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYBULK-TODAY-DATE (1:4) TO DPAYBULK-TI-YEAR.
               GO TO 1500-EXIT
           END-IF.
           MOVE DPAYBH-FILE-REF TO DPAYBULK-SAVE-FILE-REF.
           MOVE DPAYBH-ORIGINATOR TO DPAYBULK-SAVE-ORIGINATOR.
           MOVE DPAYBH-FILE-REF TO DPAYBULK-C-FILE-REF.
           PERFORM 1510-READ-PASS1
               THRU 1510-EXIT.
      *****************************************************************
       3000-PROCESS-ITEM.
           MOVE DPAYBULK-IN-RECORD TO DPAYBULK-WORK-CA.
      *    THE ITEM IS KEYED BY THE OPERATOR THE CHANNEL STAGED ON IT,
      *    OR BY THE FILE'S ORIGINATOR, AND THE CAPTURE IS RECORDED
      *    AGAINST THAT OPERATOR - NOT AGAINST WHATEVER LAST-OPERATOR
      *    THE STAGED RECORD HAPPENED TO CARRY.
           IF DFHCA-01-KEYED-BY-OPER IN DPAYBULK-WORK-CA = SPACES
               MOVE DPAYBULK-SAVE-ORIGINATOR
                   TO DFHCA-01-KEYED-BY-OPER IN DPAYBULK-WORK-CA
           END-IF.
           MOVE DFHCA-01-KEYED-BY-OPER IN DPAYBULK-WORK-CA
               TO DFHCA-01-LAST-OPER-ID IN DPAYBULK-WORK-CA.
           CALL "DPAYPROC" USING DPAYBULK-WORK-CA.
           ADD 1 TO DPAYBULK-ITEM-CT.
           IF DFHCA-01-RETURN-CD IN DPAYBULK-WORK-CA = ZERO
           CLOSE DPAYBULR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "ITEMS" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYBULK-ITEM-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "REJECTED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYBULK-REJECT-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "WAREHOUSED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYBULK-WAREHOUSED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYBULK-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
