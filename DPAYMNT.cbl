      *****************************************************************
      * PROGRAM-ID : DPAYMNT                                          *
      * DESCRIPTION: Maintenance batch for the limits reference file  *
      *              (DPAYLIM), the watchlist (DPAYWLST) and the      *
      *              dual-authorisation thresholds (DPAYFEY), which   *
      *              until now were rebuilt outside the system with   *
      *              no record of who changed what.  Driven by        *
      *              transaction cards (DPAYMNTC): ADD, CHANGE or     *
      *              DELETE against any of the files, with field-level*
      *              validation - a card that fails validation is     *
      *              rejected and applies nothing.  A card may carry  *
      *              an effective date: a future-dated card (a limit  *
      *              WATCHLIST CARD AND LEAVES THE FILE UNTOUCHED -   *
      *              A COMPLIANCE REFERENCE FILE IS NEVER REWRITTEN   *
      *              FROM A TRUNCATED LOAD.                           *
      *              Every card carries the ID of the operator making *
      *              the change, checked by DPAYOPV against the       *
      *              operator profiles for the function DPAYMNT plus  *
      *              the file code (DPAYMNTL, DPAYMNTW, DPAYMNTT) - a *
      *              card from an unknown or unentitled operator is   *
      *              rejected.  A staged card is checked again on the *
      *              day it applies, so an operator whose entitlement *
      *              has since been withdrawn cannot change a file    *
      *              through a card keyed earlier.  The operator      *
      *              prints on every audit line the card produces.    *
      *                                                                *
      * INPUT CARD FORMAT (DPAYMNTC, AND STAGED CARRY-IN DPAYMNTI) :   *
      *   COL  1     FILE      - 'L' = LIMITS, 'W' = WATCHLIST,       *
      *                          'T' = DUAL-AUTHORISATION THRESHOLD   *
      *   COL  2     ACTION    - 'A' = ADD, 'C' = CHANGE, 'D' = DELETE*
      *   COLS 3-12  EFFECTIVE DATE YYYY-MM-DD, SPACES = IMMEDIATE    *
      *   LIMITS BODY :                                                *
      *   COLS 29-40 MAX SINGLE AMOUNT, TWO ASSUMED DECIMALS          *
      *   COLS 41-54 MAX DAILY AMOUNT, TWO ASSUMED DECIMALS           *
      *   COLS 55-59 MAX DAILY CONSENT COUNT                          *
      *   COLS 60-62 LIMIT CURRENCY - THE AMOUNTS ARE IN IT           *
      *   WATCHLIST BODY :                                             *
      *   COLS 13-62 NAME                                              *
      *   COLS 63-112 NEW NAME (CHANGE ONLY)                          *
      *   THRESHOLD BODY :                                             *
      *   COLS 13-62 DEBIT ACCOUNT SCHEME ('*DEFAULT' FOR ANY SCHEME  *
      *              WITHOUT ITS OWN RECORD)                           *
      *   COLS 63-65 CURRENCY                                          *
      *   COLS 66-77 THRESHOLD AMOUNT, TWO ASSUMED DECIMALS - A       *
      *              CONSENT ABOVE IT NEEDS A SECOND APPROVAL          *
      *   COLS 113-120 OPERATOR ID (EVERY CARD)                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/10/01  RSH  INITIAL VERSION.                               *
      *  18/11/05  RSH  MAINTAIN THE DUAL-AUTHORISATION THRESHOLDS.    *
      *  18/11/26  RSH  OPERATOR ID ON THE CARD, CHECKED AGAINST THE   *
      *                 OPERATOR PROFILES BY DPAYOPV; OPERATOR ON THE  *
      *                 AUDIT REPORT.                                  *
      *  19/01/14  RSH  LIMIT CURRENCY ON THE LIMITS CARD AND RECORD.  *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYMNT.
               RECORD KEY IS DPAYLIM-DEBIT-AC
               FILE STATUS IS DPAYMNT-LIMITS-STATUS.

           SELECT DPAYFEY-FILE ASSIGN TO "DPAYFEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYFEY-KEY
               FILE STATUS IS DPAYMNT-THRESH-STATUS.

           SELECT DPAYWLST-FILE ASSIGN TO "DPAYWLST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYMNT-WLST-STATUS.
       FD  DPAYLIM-FILE.
           COPY DPAYLIM.

       FD  DPAYFEY-FILE.
           COPY DPAYFEY.

       FD  DPAYWLST-FILE
           RECORDING MODE IS F.
       01  DPAYWLST-RECORD.
           88  DPAYMNT-LIMITS-OK          VALUE "00".
           88  DPAYMNT-LIMITS-NOT-FOUND   VALUE "23", "35".

       77  DPAYMNT-THRESH-STATUS      PIC X(02).
           88  DPAYMNT-THRESH-OK          VALUE "00".
           88  DPAYMNT-THRESH-NOT-FOUND   VALUE "23", "35".

       77  DPAYMNT-WLST-STATUS        PIC X(02).
           88  DPAYMNT-WLST-OK            VALUE "00".
           88  DPAYMNT-WLST-EOF           VALUE "10".
       77  DPAYMNT-APPLIED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYMNT-REJECTED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYMNT-STAGED-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYMNT-OPER-REJECT-CT     PIC 9(07) COMP-3 VALUE 0.

       77  DPAYMNT-OPER-REASON        PIC X(30).

       77  DPAYMNT-WLST-MAX           PIC 9(05) COMP VALUE 1000.
       77  DPAYMNT-WLST-CT            PIC 9(05) COMP VALUE 0.
           05  DPAYMNT-FILE-ID            PIC X(01).
               88  DPAYMNT-LIMITS-CARD        VALUE "L".
               88  DPAYMNT-WLST-CARD          VALUE "W".
               88  DPAYMNT-THRESH-CARD        VALUE "T".
           05  DPAYMNT-ACTION             PIC X(01).
               88  DPAYMNT-ACT-ADD            VALUE "A".
               88  DPAYMNT-ACT-CHANGE         VALUE "C".
               88  DPAYMNT-ACT-DELETE         VALUE "D".
           05  DPAYMNT-EFF-DATE           PIC X(10).
           05  DPAYMNT-BODY               PIC X(100).
           05  DPAYMNT-LIM-BODY REDEFINES DPAYMNT-BODY.
               10  DPAYMNT-L-DEBIT-AC     PIC X(16).
               10  DPAYMNT-L-MAX-SINGLE   PIC 9(10)V99.
               10  DPAYMNT-L-MAX-DAILY    PIC 9(12)V99.
               10  DPAYMNT-L-MAX-CT       PIC 9(05).
               10  DPAYMNT-L-CURRENCY     PIC X(03).
               10  FILLER                 PIC X(50).
           05  DPAYMNT-WLST-BODY REDEFINES DPAYMNT-BODY.
               10  DPAYMNT-W-NAME         PIC X(50).
               10  DPAYMNT-W-NEW-NAME     PIC X(50).
           05  DPAYMNT-THRESH-BODY REDEFINES DPAYMNT-BODY.
               10  DPAYMNT-T-SCHEME       PIC X(50).
               10  DPAYMNT-T-CURRENCY     PIC X(03).
               10  DPAYMNT-T-THRESHOLD    PIC 9(10)V99.
               10  FILLER                 PIC X(35).
           05  DPAYMNT-OPER-ID            PIC X(08).

      *****************************************************************
      * THE ENTITLEMENT A CARD NEEDS - DPAYMNT PLUS ITS FILE CODE.    *
      *****************************************************************
       01  DPAYMNT-FUNCTION.
           05  FILLER                     PIC X(07) VALUE "DPAYMNT".
           05  DPAYMNT-FUNC-FILE          PIC X(01).

       01  DPAYMNT-TODAY-DATE         PIC X(08).

           05  FILLER                     PIC X(06) VALUE "FILE".
           05  FILLER                     PIC X(08) VALUE "ACTION".
           05  FILLER                     PIC X(52) VALUE "KEY".
           05  FILLER                     PIC X(42) VALUE "DISPOSITION".
           05  FILLER                     PIC X(08) VALUE "OPERATOR".

       01  DPAYMNT-DETAIL-LINE.
           05  DPAYMNT-D-FILE             PIC X(01).
           05  DPAYMNT-D-KEY              PIC X(50).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYMNT-D-DISP             PIC X(40).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYMNT-D-OPER             PIC X(08).

       01  DPAYMNT-BEFORE-LINE.
           05  FILLER                     PIC X(11)
               VALUE "  BEFORE : ".
           05  DPAYMNT-B-TEXT             PIC X(80).
           05  FILLER                     PIC X(17) VALUE SPACES.
           05  DPAYMNT-B-OPER             PIC X(08).

       01  DPAYMNT-AFTER-LINE.
           05  FILLER                     PIC X(11)
               VALUE "  AFTER  : ".
           05  DPAYMNT-A-TEXT             PIC X(80).
           05  FILLER                     PIC X(17) VALUE SPACES.
           05  DPAYMNT-A-OPER             PIC X(08).

      *****************************************************************
      * A LIMITS RECORD'S VALUES, FORMATTED FOR THE BEFORE/AFTER      *
           05  FILLER                     PIC X(10)
               VALUE "  COUNT : ".
           05  DPAYMNT-V-CT               PIC ZZZZ9.
           05  FILLER                     PIC X(08)
               VALUE "  CUR : ".
           05  DPAYMNT-V-LIMIT-CUR        PIC X(03).

      *****************************************************************
      * A THRESHOLD RECORD'S VALUES, FORMATTED FOR THE BEFORE/AFTER   *
      * AUDIT LINES.                                                  *
      *****************************************************************
       01  DPAYMNT-THRESH-VALUES.
           05  FILLER                     PIC X(11)
               VALUE "CURRENCY : ".
           05  DPAYMNT-V-CURRENCY         PIC X(03).
           05  FILLER                     PIC X(14)
               VALUE "  THRESHOLD : ".
           05  DPAYMNT-V-THRESHOLD        PIC Z(9)9.99.

       01  DPAYMNT-WOVER-LINE.
           05  FILLER                     PIC X(46)
               VALUE "STAGED : ".
           05  DPAYMNT-S-STAGED-CT        PIC ZZZ,ZZ9.

       01  DPAYMNT-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "REJECTED FOR OPERATOR: ".
           05  DPAYMNT-S-OPER-REJECT-CT   PIC ZZZ,ZZ9.

       01  DPAYMNT-RUN-PARMS.
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
           PERFORM 1500-LOAD-WATCHLIST
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
           MOVE "DPAYMNT" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYMNT-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYMNT-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYMNT-TODAY-DATE (1:4) TO DPAYMNT-TI-YEAR.
               CLOSE DPAYLIM-FILE
               OPEN I-O DPAYLIM-FILE
           END-IF.
           OPEN I-O DPAYFEY-FILE.
           IF DPAYMNT-THRESH-NOT-FOUND
               OPEN OUTPUT DPAYFEY-FILE
               CLOSE DPAYFEY-FILE
               OPEN I-O DPAYFEY-FILE
           END-IF.
           OPEN OUTPUT DPAYMNTR-FILE.
           MOVE DPAYMNT-TODAY-ISO TO DPAYMNT-H1-DATE.
           MOVE DPAYMNT-HEADING-1 TO DPAYMNTR-LINE.
           EXIT.

      *****************************************************************
      * ONE TRANSACTION.  A CARD FROM AN OPERATOR NOT ENTITLED TO     *
      * CHANGE ITS FILE IS REJECTED FIRST, STAGED OR NOT.  OTHER      *
      * VALIDATION FAILURES REJECT THE CARD WITH NOTHING APPLIED; A   *
      * CARD WHOSE EFFECTIVE DATE HAS NOT ARRIVED IS STAGED FORWARD   *
      * UNTOUCHED; OTHERWISE THE ACTION IS APPLIED TO ITS FILE AND    *
      * AUDITED WITH BEFORE AND AFTER IMAGES.                         *
      *****************************************************************
       3000-PROCESS-CARD.
           ADD 1 TO DPAYMNT-CARD-CT.
           MOVE DPAYMNT-FILE-ID TO DPAYMNT-D-FILE.
           MOVE DPAYMNT-ACTION TO DPAYMNT-D-ACTION.
           MOVE DPAYMNT-OPER-ID TO DPAYMNT-D-OPER.
           MOVE DPAYMNT-OPER-ID TO DPAYMNT-B-OPER.
           MOVE DPAYMNT-OPER-ID TO DPAYMNT-A-OPER.
           MOVE SPACES TO DPAYMNT-B-TEXT.
           MOVE SPACES TO DPAYMNT-A-TEXT.
           IF DPAYMNT-LIMITS-CARD
               MOVE DPAYMNT-L-DEBIT-AC TO DPAYMNT-D-KEY
           ELSE
               IF DPAYMNT-THRESH-CARD
                   MOVE DPAYMNT-T-SCHEME TO DPAYMNT-D-KEY
               ELSE
                   MOVE DPAYMNT-W-NAME TO DPAYMNT-D-KEY
               END-IF
           END-IF.
           IF NOT DPAYMNT-LIMITS-CARD
               AND NOT DPAYMNT-WLST-CARD
               AND NOT DPAYMNT-THRESH-CARD
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "INVALID FILE CODE" TO DPAYMNT-D-DISP
                   THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           MOVE DPAYMNT-FILE-ID TO DPAYMNT-FUNC-FILE.
           CALL "DPAYOPV" USING DPAYMNT-OPER-ID, DPAYMNT-FUNCTION,
                                DPAYMNT-OPER-REASON.
           IF DPAYMNT-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYMNT-OPER-REJECT-CT
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE DPAYMNT-OPER-REASON TO DPAYMNT-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF NOT DPAYMNT-ACT-ADD
               AND NOT DPAYMNT-ACT-CHANGE
               AND NOT DPAYMNT-ACT-DELETE
               PERFORM 4000-APPLY-LIMITS-CARD
                   THRU 4000-EXIT
           ELSE
               IF DPAYMNT-THRESH-CARD
                   PERFORM 8000-APPLY-THRESHOLD-CARD
                       THRU 8000-EXIT
               ELSE
                   PERFORM 5000-APPLY-WATCHLIST-CARD
                       THRU 5000-EXIT
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * APPLY A LIMITS TRANSACTION.  AN ADD MUST BE A NEW ACCOUNT, A  *
      * CHANGE OR DELETE AN EXISTING ONE, THE AMOUNTS AND COUNT MUST  *
      * BE NUMERIC AND THE LIMIT CURRENCY GIVEN.  THE BEFORE IMAGE IS *
      * THE RECORD AS READ, THE AFTER IMAGE THE RECORD AS LEFT.       *
      *****************************************************************
       4000-APPLY-LIMITS-CARD.
           IF DPAYMNT-L-DEBIT-AC = SPACES
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF NOT DPAYMNT-ACT-DELETE
               AND DPAYMNT-L-CURRENCY = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "LIMIT CURRENCY MISSING" TO DPAYMNT-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE DPAYMNT-L-DEBIT-AC TO DPAYLIM-DEBIT-AC.
           READ DPAYLIM-FILE
               KEY IS DPAYLIM-DEBIT-AC
           MOVE DPAYMNT-L-MAX-SINGLE TO DPAYLIM-MAX-SINGLE-AMT.
           MOVE DPAYMNT-L-MAX-DAILY TO DPAYLIM-MAX-DAILY-AMT.
           MOVE DPAYMNT-L-MAX-CT TO DPAYLIM-MAX-DAILY-CT.
           MOVE DPAYMNT-L-CURRENCY TO DPAYLIM-LIMIT-CUR.
           WRITE DPAYLIM-RECORD.
           PERFORM 4800-FORMAT-LIMIT-VALUES
               THRU 4800-EXIT.
           MOVE DPAYMNT-L-MAX-SINGLE TO DPAYLIM-MAX-SINGLE-AMT.
           MOVE DPAYMNT-L-MAX-DAILY TO DPAYLIM-MAX-DAILY-AMT.
           MOVE DPAYMNT-L-MAX-CT TO DPAYLIM-MAX-DAILY-CT.
           MOVE DPAYMNT-L-CURRENCY TO DPAYLIM-LIMIT-CUR.
           REWRITE DPAYLIM-RECORD.
           PERFORM 4800-FORMAT-LIMIT-VALUES
               THRU 4800-EXIT.
           MOVE DPAYLIM-MAX-SINGLE-AMT TO DPAYMNT-V-SINGLE.
           MOVE DPAYLIM-MAX-DAILY-AMT TO DPAYMNT-V-DAILY.
           MOVE DPAYLIM-MAX-DAILY-CT TO DPAYMNT-V-CT.
           MOVE DPAYLIM-LIMIT-CUR TO DPAYMNT-V-LIMIT-CUR.
       4800-EXIT.
           EXIT.

       7000-EXIT.
           EXIT.

      *****************************************************************
      * APPLY A DUAL-AUTHORISATION THRESHOLD TRANSACTION.  THE KEY IS *
      * SCHEME AND CURRENCY; AN ADD MUST BE A NEW KEY, A CHANGE OR    *
      * DELETE AN EXISTING ONE, AND THE THRESHOLD MUST BE NUMERIC.    *
      *****************************************************************
       8000-APPLY-THRESHOLD-CARD.
           IF DPAYMNT-T-SCHEME = SPACES
               OR DPAYMNT-T-CURRENCY = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME OR CURRENCY MISSING" TO DPAYMNT-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 8000-EXIT
           END-IF.
           IF NOT DPAYMNT-ACT-DELETE
               AND DPAYMNT-T-THRESHOLD NOT NUMERIC
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "THRESHOLD NOT NUMERIC" TO DPAYMNT-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 8000-EXIT
           END-IF.
           MOVE DPAYMNT-T-SCHEME TO DPAYFEY-SCHEME.
           MOVE DPAYMNT-T-CURRENCY TO DPAYFEY-CURRENCY.
           READ DPAYFEY-FILE
               KEY IS DPAYFEY-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYMNT-ACT-ADD
               PERFORM 8100-ADD-THRESHOLD
                   THRU 8100-EXIT
           ELSE
               IF DPAYMNT-ACT-CHANGE
                   PERFORM 8200-CHANGE-THRESHOLD
                       THRU 8200-EXIT
               ELSE
                   PERFORM 8300-DELETE-THRESHOLD
                       THRU 8300-EXIT
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8100-ADD-THRESHOLD.
           IF DPAYMNT-THRESH-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME/CURRENCY ALREADY ON FILE"
                   TO DPAYMNT-D-DISP
               PERFORM 8800-FORMAT-THRESH-VALUES
                   THRU 8800-EXIT
               MOVE DPAYMNT-THRESH-VALUES TO DPAYMNT-B-TEXT
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 8100-EXIT
           END-IF.
           MOVE "(NO RECORD)" TO DPAYMNT-B-TEXT.
           MOVE DPAYMNT-T-SCHEME TO DPAYFEY-SCHEME.
           MOVE DPAYMNT-T-CURRENCY TO DPAYFEY-CURRENCY.
           MOVE DPAYMNT-T-THRESHOLD TO DPAYFEY-THRESHOLD-AMT.
           WRITE DPAYFEY-RECORD.
           PERFORM 8800-FORMAT-THRESH-VALUES
               THRU 8800-EXIT.
           MOVE DPAYMNT-THRESH-VALUES TO DPAYMNT-A-TEXT.
           ADD 1 TO DPAYMNT-APPLIED-CT.
           MOVE "APPLIED" TO DPAYMNT-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       8100-EXIT.
           EXIT.

       8200-CHANGE-THRESHOLD.
           IF NOT DPAYMNT-THRESH-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME/CURRENCY NOT ON FILE" TO DPAYMNT-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 8200-EXIT
           END-IF.
           PERFORM 8800-FORMAT-THRESH-VALUES
               THRU 8800-EXIT.
           MOVE DPAYMNT-THRESH-VALUES TO DPAYMNT-B-TEXT.
           MOVE DPAYMNT-T-THRESHOLD TO DPAYFEY-THRESHOLD-AMT.
           REWRITE DPAYFEY-RECORD.
           PERFORM 8800-FORMAT-THRESH-VALUES
               THRU 8800-EXIT.
           MOVE DPAYMNT-THRESH-VALUES TO DPAYMNT-A-TEXT.
           ADD 1 TO DPAYMNT-APPLIED-CT.
           MOVE "APPLIED" TO DPAYMNT-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       8200-EXIT.
           EXIT.

       8300-DELETE-THRESHOLD.
           IF NOT DPAYMNT-THRESH-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME/CURRENCY NOT ON FILE" TO DPAYMNT-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 8300-EXIT
           END-IF.
           PERFORM 8800-FORMAT-THRESH-VALUES
               THRU 8800-EXIT.
           MOVE DPAYMNT-THRESH-VALUES TO DPAYMNT-B-TEXT.
           DELETE DPAYFEY-FILE.
           MOVE "(DELETED)" TO DPAYMNT-A-TEXT.
           ADD 1 TO DPAYMNT-APPLIED-CT.
           MOVE "APPLIED" TO DPAYMNT-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       8300-EXIT.
           EXIT.

       8800-FORMAT-THRESH-VALUES.
           MOVE DPAYFEY-CURRENCY TO DPAYMNT-V-CURRENCY.
           MOVE DPAYFEY-THRESHOLD-AMT TO DPAYMNT-V-THRESHOLD.
       8800-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYMNT-CARD-CT TO DPAYMNT-S-CARD-CT.
           MOVE DPAYMNT-APPLIED-CT TO DPAYMNT-S-APPLIED-CT.
           MOVE DPAYMNT-STAGED-CT TO DPAYMNT-S-STAGED-CT.
           MOVE DPAYMNT-SUMMARY-1 TO DPAYMNTR-LINE.
           WRITE DPAYMNTR-LINE.
           MOVE DPAYMNT-OPER-REJECT-CT TO DPAYMNT-S-OPER-REJECT-CT.
           MOVE DPAYMNT-SUMMARY-2 TO DPAYMNTR-LINE.
           WRITE DPAYMNTR-LINE.
           IF DPAYMNT-CARDS-OPEN
               CLOSE DPAYMNTC-FILE
           END-IF.
           END-IF.
           CLOSE DPAYMNTO-FILE.
           CLOSE DPAYLIM-FILE.
           CLOSE DPAYFEY-FILE.
           CLOSE DPAYMNTR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "CARDS READ" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYMNT-CARD-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "APPLIED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYMNT-APPLIED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "REJECTED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYMNT-REJECTED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYMNT-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
