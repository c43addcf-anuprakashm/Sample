      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  17/12/11  RSH  INITIAL VERSION.                               *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *                 REFUSED BY THE RUN-CONTROL LEDGER UNTIL       *
      *                 DPAYBAL HAS COMPLETED FOR THE BUSINESS DATE.  *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYDLV.

       01  DPAYDLV-TODAY-DATE             PIC X(08).

       01  DPAYDLV-RUN-PARMS.
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
           PERFORM 1500-COMBINE-EVENTS
               THRU 3000-EXIT.
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
           MOVE "DPAYDLV" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYDLV-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYDLV-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-PARAMETER-CARD
           CLOSE DPAYDLVR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "EVENTS" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYDLV-EVENT-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "DELIVERED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYDLV-DELIVERED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "DEAD-LETTERED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYDLV-DEAD-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYDLV-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
