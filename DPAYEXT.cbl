      *              amount) last, so the back office can pull their  *
      *              own data into spreadsheets and the load can be   *
      *              proven.  The selection used and the counts are   *
      *              echoed on DPAYEXTR.  The selection card carries  *
      *              the ID of the operator asking for the extract;   *
      *              an operator DPAYOPV does not know, or who is     *
      *              not entitled to DPAYEXT, gets no extract - the   *
      *              rejection is printed and the extract file is     *
      *              left empty.  Every report line carries the       *
      *              operator.                                        *
      *                                                                *
      * SELECTION CARD (DPAYEXTC, FIRST CARD) :                        *
      *   COLS 1-10  CREATE DATE FROM YYYY-MM-DD (SPACES = OPEN)      *
      *   COLS 42-44 CURRENCY                   (SPACES = ANY)        *
      *   COLS 45-56 AMOUNT FROM, TWO ASSUMED DECIMALS (SPACES=OPEN)  *
      *   COLS 57-68 AMOUNT TO,   TWO ASSUMED DECIMALS (SPACES=OPEN)  *
      *   COLS 73-80 OPERATOR ID                                      *
      * COLUMN CARD (OPTIONAL SECOND CARD) - UP TO TWENTY TWO-LETTER  *
      * CODES, LEFT TO RIGHT, BLANK ENDS THE LIST :                    *
      *   CI CONSENT-ID    PI PAY-ID        CS CONSENT STATUS         *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/10/15  RSH  INITIAL VERSION.                               *
      *  18/11/26  RSH  OPERATOR ID ON THE SELECTION CARD, CHECKED BY  *
      *                 DPAYOPV; OPERATOR ON EVERY REPORT LINE.        *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYEXT.
       77  DPAYEXT-IGNORED-COL-CT     PIC 9(03) COMP VALUE 0.
       77  DPAYEXT-TOTAL-AMOUNT       PIC S9(12)V99 COMP-3 VALUE 0.

       77  DPAYEXT-OPER-ID            PIC X(08) VALUE SPACES.
       77  DPAYEXT-FUNCTION           PIC X(08) VALUE "DPAYEXT".
       77  DPAYEXT-OPER-REASON        PIC X(30).

      *****************************************************************
      * THE SELECTION IN FORCE - EACH BLANK FIELD PLACES NO           *
      * RESTRICTION.                                                  *
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYEXT-H1-DATE            PIC X(08).

      *****************************************************************
      * EVERY REPORT LINE GOES OUT THROUGH HERE, SO IT CARRIES THE    *
      * OPERATOR WHO ASKED FOR THE EXTRACT.                           *
      *****************************************************************
       01  DPAYEXT-PRINT-LINE.
           05  DPAYEXT-P-TEXT             PIC X(110).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "OPER: ".
           05  DPAYEXT-P-OPER             PIC X(08).

       01  DPAYEXT-REJECT-LINE.
           05  FILLER                     PIC X(19)
               VALUE "EXTRACT REJECTED - ".
           05  DPAYEXT-RJ-REASON          PIC X(30).

       01  DPAYEXT-SEL-ECHO-1.
           05  FILLER                     PIC X(13)
               VALUE "DATES      : ".

       01  DPAYEXT-TODAY-DATE         PIC X(08).

       01  DPAYEXT-RUN-PARMS.
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
           IF DPAYEXT-OPER-REASON = SPACES
               PERFORM 2000-READ-MASTER
                   THRU 2000-EXIT
               PERFORM 3000-SELECT-CONSENT
                   THRU 3000-EXIT
                   UNTIL DPAYEXT-AT-EOF
               PERFORM 8000-WRITE-TRAILER
                   THRU 8000-EXIT
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
           MOVE "DPAYEXT" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYEXT-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYEXT-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO DPAYEXT-SELECTION.
           MOVE DPAYEXT-TODAY-DATE TO DPAYEXT-H1-DATE.
           MOVE DPAYEXT-HEADING-1 TO DPAYEXTR-LINE.
           WRITE DPAYEXTR-LINE.
           MOVE DPAYEXT-OPER-ID TO DPAYEXT-P-OPER.
           CALL "DPAYOPV" USING DPAYEXT-OPER-ID, DPAYEXT-FUNCTION,
                                DPAYEXT-OPER-REASON.
           IF DPAYEXT-OPER-REASON NOT = SPACES
               MOVE DPAYEXT-OPER-REASON TO DPAYEXT-RJ-REASON
               MOVE DPAYEXT-REJECT-LINE TO DPAYEXT-P-TEXT
               PERFORM 7800-PRINT-LINE
                   THRU 7800-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-ECHO-SELECTION
               THRU 1300-EXIT.
           PERFORM 1400-WRITE-HEADING-RECORD
           MOVE DPAYEXTC-CARD (42:3) TO DPAYEXT-SEL-CURRENCY.
           MOVE DPAYEXTC-CARD (45:12) TO DPAYEXT-SEL-AMT-FROM-X.
           MOVE DPAYEXTC-CARD (57:12) TO DPAYEXT-SEL-AMT-TO-X.
           MOVE DPAYEXTC-CARD (73:8) TO DPAYEXT-OPER-ID.
           READ DPAYEXTC-FILE
               AT END
                   GO TO 1190-CLOSE-CARDS
           MOVE DPAYEXT-SEL-DATE-TO TO DPAYEXT-E-DATE-TO.
           MOVE DPAYEXT-SEL-CONSENT-ST TO DPAYEXT-E-CONSENT-ST.
           MOVE DPAYEXT-SEL-PAY-ST TO DPAYEXT-E-PAY-ST.
           MOVE DPAYEXT-SEL-ECHO-1 TO DPAYEXT-P-TEXT.
           PERFORM 7800-PRINT-LINE
               THRU 7800-EXIT.
           MOVE DPAYEXT-SEL-DEBIT-AC TO DPAYEXT-E-DEBIT-AC.
           MOVE DPAYEXT-SEL-CURRENCY TO DPAYEXT-E-CURRENCY.
           MOVE DPAYEXT-SEL-AMT-FROM-X TO DPAYEXT-E-AMT-FROM.
           MOVE DPAYEXT-SEL-AMT-TO-X TO DPAYEXT-E-AMT-TO.
           MOVE DPAYEXT-SEL-ECHO-2 TO DPAYEXT-P-TEXT.
           PERFORM 7800-PRINT-LINE
               THRU 7800-EXIT.
       1300-EXIT.
           EXIT.

       5000-EXIT.
           EXIT.

       7800-PRINT-LINE.
           MOVE DPAYEXT-PRINT-LINE TO DPAYEXTR-LINE.
           WRITE DPAYEXTR-LINE.
       7800-EXIT.
           EXIT.

       7900-TRIM-VALUE.
           MOVE 200 TO DPAYEXT-VALUE-LEN.
           PERFORM 7910-TRIM-ONE-SPACE
           MOVE DPAYEXT-READ-CT TO DPAYEXT-S-READ-CT.
           MOVE DPAYEXT-MATCH-CT TO DPAYEXT-S-MATCH-CT.
           MOVE DPAYEXT-TOTAL-AMOUNT TO DPAYEXT-S-TOTAL.
           MOVE DPAYEXT-SUMMARY-1 TO DPAYEXT-P-TEXT.
           PERFORM 7800-PRINT-LINE
               THRU 7800-EXIT.
           IF DPAYEXT-IGNORED-COL-CT > ZERO
               MOVE DPAYEXT-IGNORED-COL-CT TO DPAYEXT-I-CT
               MOVE DPAYEXT-IGNORED-LINE TO DPAYEXT-P-TEXT
               PERFORM 7800-PRINT-LINE
                   THRU 7800-EXIT
           END-IF.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYEXTO-FILE.
           CLOSE DPAYEXTR-FILE.
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
           MOVE DPAYEXT-READ-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "EXTRACTED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYEXT-MATCH-CT TO DPAYRCP-COUNT-VALUE (2).
           CALL "DPAYRUN" USING DPAYEXT-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
