      * PROGRAM-ID : DPAYEXP                                          *
      * DESCRIPTION: Nightly consent expiry sweep.  Reads every        *
      *              consent on the consent master file (DPAYMAS)      *
      *              still in pending status - or awaiting a second   *
      *              approval that never came - ages it by comparing  *
      *              DFHCA-01-CREATE-TS against the run date, and      *
      *              moves any consent older than the scheme expiry    *
      *              window to expired status so CSRs using DPAYINQ    *
      *              that registered a callback URL is told.  An       *
      *              ageing report (DPAYEXPR) lists what expired this  *
      *              run and what is approaching expiry.               *
      *              Ages, windows and warnings are all in business    *
      *              days for the consent's debit account scheme -     *
      *              weekends and the scheme's holidays on the         *
      *              business-day calendar do not count (DPAYBDY).     *
      *                                                                *
      * INPUT CARD FORMAT (DPAYEXPC) :                                 *
      *   COLS 1-3   EXPIRY WINDOW IN BUSINESS DAYS - 9(3),            *
      *              DEFAULT 090                                       *
      *   COLS 4-6   APPROACHING-EXPIRY WARNING IN BUSINESS DAYS -     *
      *              9(3), DEFAULT 007 (REPORT A PENDING CONSENT ONCE  *
      *              IT IS WITHIN THIS MANY DAYS OF THE WINDOW)        *
      *   THE CARD IS OPTIONAL - THE DEFAULTS APPLY WHEN THE CARD      *
      *   FILE IS EMPTY OR NOT SUPPLIED.                               *
      *                                                                *
      *                 FILE (DPAYRSTF) SO AN ABENDED RUN RESUMES      *
      *                 PAST THE LAST COMMITTED CONSENT INSTEAD OF     *
      *                 RE-SWEEPING THE WHOLE MASTER.                  *
      *  18/11/05  RSH  EXPIRE CONSENTS LEFT AWAITING SECOND APPROVAL.*
      *  18/11/26  RSH  RECORD THE BATCH AS OPERATOR ON THE STATUS     *
      *                 HISTORY.                                      *
      *  18/12/10  RSH  AGE CONSENTS IN BUSINESS DAYS BY THE SCHEME'S  *
      *                 BUSINESS-DAY CALENDAR.                         *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYEXP.
       77  DPAYEXP-WINDOW-DAYS        PIC 9(03) VALUE 090.
       77  DPAYEXP-WARNING-DAYS       PIC 9(03) VALUE 007.

       77  DPAYEXP-AGE-DAYS           PIC S9(05) COMP.
       77  DPAYEXP-DAYS-LEFT          PIC S9(05) COMP.

       01  DPAYEXP-WORK-DATE-N REDEFINES DPAYEXP-WORK-DATE
                                      PIC 9(08).

       01  DPAYEXP-BDY-PARMS.
           COPY DPAYBDP.

      *****************************************************************
      * TIMESTAMPS ON THE COMMAREA ARE ISO-8601 CHARACTER STRINGS -   *
      * THE FIRST TEN CHARACTERS ARE THE DATE AS YYYY-MM-DD.          *
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE "WINDOW : ".
           05  DPAYEXP-H1-WINDOW          PIC ZZ9.
           05  FILLER                     PIC X(10) VALUE " BUS. DAYS".

       01  DPAYEXP-HEADING-2.
           05  FILLER                     PIC X(12) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(12) VALUE "CREATED".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "BUS. DAYS".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(24) VALUE "ACTION".

           05  FILLER                     PIC X(11)
               VALUE "EXPIRES IN ".
           05  DPAYEXP-M-DAYS-LEFT        PIC ZZ9.
           05  FILLER                     PIC X(10) VALUE " BUS. DAYS".

       01  DPAYEXP-RESTART-LINE.
           05  FILLER                     PIC X(36)
               VALUE "APPROACHING EXPIRY : ".
           05  DPAYEXP-S-WARNING-CT       PIC ZZZ,ZZ9.

       01  DPAYEXP-RUN-PARMS.
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
               UNTIL DPAYEXP-AT-EOF.
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
           MOVE "DPAYEXP" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYEXP-RUN-PARMS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * PICK UP THE EXPIRY WINDOW FROM THE PARAMETER CARD (THE SCHEME *
      * DEFAULTS APPLY WHEN NO CARD IS SUPPLIED), WORK OUT THE RUN    *
       1000-INITIALISE.
           ACCEPT DPAYEXP-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYEXP-TIME-NOW FROM TIME.
           MOVE DPAYEXP-TODAY-DATE (1:4) TO DPAYEXP-NOW-YEAR.
           MOVE DPAYEXP-TODAY-DATE (5:2) TO DPAYEXP-NOW-MONTH.
           MOVE DPAYEXP-TODAY-DATE (7:2) TO DPAYEXP-NOW-DAY.

      *****************************************************************
      * ONLY A PENDING CONSENT CAN LAPSE - THE CUSTOMER NEVER         *
      * AUTHORISED IT - OR ONE STILL AWAITING ITS SECOND APPROVAL,    *
      * WHICH CAN NEVER SETTLE UNTIL APPROVED AND IS SWEPT AS IF      *
      * PENDING.  AGE IT FROM ITS CREATE TIMESTAMP: PAST THE          *
      * WINDOW IT IS EXPIRED AND NOTIFIED, INSIDE THE WARNING BAND    *
      * IT IS REPORTED AS APPROACHING EXPIRY.                         *
      *****************************************************************
       3000-SWEEP-CONSENT.
           IF DFHCA-01-CONSENT-PENDING IN DPAYMAS-RECORD
               OR DFHCA-01-CONSENT-AWAIT-2ND IN DPAYMAS-RECORD
               ADD 1 TO DPAYEXP-PENDING-CT
               MOVE DFHCA-01-CREATE-TS IN DPAYMAS-RECORD (1:10)
                   TO DPAYEXP-TS-DATE
               PERFORM 7000-BUSINESS-DAYS-OLD
                   THRU 7000-EXIT
               IF DPAYEXP-AGE-DAYS NOT < DPAYEXP-WINDOW-DAYS
                   PERFORM 3100-EXPIRE-CONSENT
                       THRU 3100-EXIT
           SET DFHCA-01-CONSENT-EXPIRED IN DPAYMAS-RECORD TO TRUE.
           MOVE DPAYEXP-NOW-TS
               TO DFHCA-01-LAST-UPDATE-TS IN DPAYMAS-RECORD.
           MOVE "DPAYEXP" TO DFHCA-01-LAST-OPER-ID IN DPAYMAS-RECORD.
           REWRITE DPAYMAS-RECORD.
           CALL "DPAYNTF" USING DPAYMAS-RECORD, DPAYEXP-PRIOR-STATUS.
           CALL "DPAYHST" USING DPAYMAS-RECORD, DPAYEXP-PRIOR-STATUS.

      *****************************************************************
      * CONVERT THE YYYY-MM-DD DATE PORTION OF A COMMAREA TIMESTAMP   *
      * AND COUNT THE BUSINESS DAYS FOR THE DEBIT ACCOUNT SCHEME      *
      * FROM IT TO TODAY - THE CONSENT'S AGE.  A DATE THAT IS NOT     *
      * NUMERIC AGES AS ZERO, AS IF CREATED TODAY.                    *
      *****************************************************************
       7000-BUSINESS-DAYS-OLD.
           MOVE ZERO TO DPAYEXP-AGE-DAYS.
           MOVE DPAYEXP-TS-YEAR TO DPAYEXP-WORK-DATE (1:4).
           MOVE DPAYEXP-TS-MONTH TO DPAYEXP-WORK-DATE (5:2).
           MOVE DPAYEXP-TS-DAY TO DPAYEXP-WORK-DATE (7:2).
           IF DPAYEXP-WORK-DATE-N NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           SET DPAYBDP-COUNT-DAYS TO TRUE.
           MOVE DFHCA-01-DEBIT-AC-SCHEMENAME IN DPAYMAS-RECORD
               TO DPAYBDP-SCHEME.
           MOVE DPAYEXP-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           MOVE DPAYEXP-TODAY-DATE-N TO DPAYBDP-TO-DATE.
           CALL "DPAYBDY" USING DPAYEXP-BDY-PARMS.
           MOVE DPAYBDP-DAY-COUNT TO DPAYEXP-AGE-DAYS.
       7000-EXIT.
           EXIT.

           CLOSE DPAYEXPR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "PENDING" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYEXP-PENDING-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "EXPIRED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYEXP-EXPIRED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "WARNINGS" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYEXP-WARNING-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYEXP-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
