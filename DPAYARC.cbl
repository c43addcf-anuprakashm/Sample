      *  17/11/27  RSH  INITIAL VERSION.                               *
      *  18/06/25  RSH  ARCHIVE CANCELLED CONSENTS TOO - A CUSTOMER    *
      *                 RECALL (DPAYCAN) IS A TERMINAL STATUS.         *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYARC.
               VALUE "REPLACED ON ARCHIVE  : ".
           05  DPAYARC-S-REPLACED-CT      PIC ZZZ,ZZ9.

       01  DPAYARC-RUN-PARMS.
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
           PERFORM 2000-READ-MASTER
               UNTIL DPAYARC-AT-EOF.
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
           MOVE "DPAYARC" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYARC-RUN-PARMS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * PICK UP THE RETENTION PERIOD FROM THE PARAMETER CARD (THE     *
      * DEFAULT APPLIES WHEN NO CARD IS SUPPLIED), THEN OPEN THE      *
           CLOSE DPAYARCR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "CONSENTS READ" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYARC-READ-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "ARCHIVED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYARC-ARCHIVED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "ERRORS" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYARC-ERROR-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYARC-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
