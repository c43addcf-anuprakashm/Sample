      *              the consent archive (DPAYARCH) - where the       *
      *              housekeeping job DPAYARC moves old terminal-     *
      *              status consents - before NO RECORD FOUND is      *
      *              printed.  The consent and payment status print   *
      *              with a description, and a consent that needed    *
      *              dual authorisation shows who keyed, released and *
      *              second-authorised it.                            *
      *              An 'H' card prints the consent's full            *
      *              status lifecycle, in order, from the permanent   *
      *              history file (DPAYHSTF) kept by DPAYHST, with    *
      *              the operator behind each transition.             *
      *              Every card carries the ID of the operator making *
      *              the inquiry; a card from an operator DPAYOPV     *
      *              does not know, or who is not entitled to         *
      *              DPAYINQ, is rejected and the rejection printed.  *
      *              Every line a card produces carries its operator. *
      *              A consent with payment investigation cases still *
      *              open against it on the case master (DPAYCASE,    *
      *              kept by DPAYCSM) lists each one after its        *
      *              detail - type, owner, opened and target dates,   *
      *              whether it is overdue and the complaint - so the *
      *              rep can see the customer has already been in     *
      *              touch.                                           *
      *                                                                *
      * INPUT CARD FORMAT (DPAYINQC) :                                *
      *   COLS 1     KEY TYPE  - 'C' = CONSENT-ID, 'P' = PAY-ID,       *
      *                          'H' = STATUS HISTORY BY CONSENT-ID    *
      *   COLS 2-10  KEY VALUE - 9(9), RIGHT JUSTIFIED, ZERO FILLED    *
      *   COLS 73-80 OPERATOR ID                                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  17/07/10  RSH  INITIAL VERSION.                               *
      *  17/11/27  RSH  FALL BACK TO THE CONSENT ARCHIVE (DPAYARCH).   *
      *  18/04/09  RSH  'H' CARD PRINTS THE PERMANENT STATUS HISTORY.  *
      *  18/11/05  RSH  PRINT THE STATUS WITH ITS DESCRIPTION, AND     *
      *                 THE KEYING/RELEASING/SECOND-AUTH OPERATORS.    *
      *  18/11/26  RSH  OPERATOR ID ON THE CARD, CHECKED BY DPAYOPV;   *
      *                 OPERATOR ON EVERY LINE AND ON THE HISTORY.     *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *  19/06/10  RSH  LIST THE CONSENT'S OPEN INVESTIGATION CASES   *
      *                 FROM THE CASE MASTER (DPAYCASE).              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYINQ.
                   WITH DUPLICATES
               FILE STATUS IS DPAYINQ-ARCHIVE-STATUS.

           SELECT DPAYCASE-FILE ASSIGN TO "DPAYCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYCSE-CASE-NO
               ALTERNATE RECORD KEY IS DPAYCSE-CONSENT-ID
                   WITH DUPLICATES
               FILE STATUS IS DPAYINQ-CASE-STATUS.

           SELECT DPAYHSTF-FILE ASSIGN TO "DPAYHSTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYINQ-HIST-STATUS.
               88  DPAYINQC-BY-PAY-ID         VALUE "P".
               88  DPAYINQC-BY-HISTORY        VALUE "H".
           05  DPAYINQC-KEY-VALUE         PIC 9(09).
           05  FILLER                     PIC X(62).
           05  DPAYINQC-OPER-ID           PIC X(08).

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.
       FD  DPAYARCH-FILE.
           COPY DPAYARC.

       FD  DPAYCASE-FILE.
           COPY DPAYCSE.

       FD  DPAYHSTF-FILE
           RECORDING MODE IS F.
           COPY DPAYHST.
           88  DPAYINQ-ARCHIVE-OK         VALUE "00".
           88  DPAYINQ-ARCHIVE-NOT-FOUND  VALUE "35".

       77  DPAYINQ-CASE-STATUS        PIC X(02).
           88  DPAYINQ-CASE-NOT-FOUND     VALUE "35".

       77  DPAYINQ-CASE-EOF-SW        PIC X(01).
           88  DPAYINQ-CASE-AT-EOF         VALUE "Y".

       77  DPAYINQ-CASE-LINE-CT       PIC 9(05) COMP-3 VALUE 0.
       77  DPAYINQ-CASE-CONSENT-ID    PIC 9(09).

       77  DPAYINQ-HIST-STATUS        PIC X(02).
           88  DPAYINQ-HIST-OK            VALUE "00".
           88  DPAYINQ-HIST-EOF           VALUE "10".

       77  DPAYINQ-CHG-SUB            PIC 9(01).

       77  DPAYINQ-FUNCTION           PIC X(08) VALUE "DPAYINQ".
       77  DPAYINQ-OPER-REASON        PIC X(30).

      *****************************************************************
      * EVERY LINE A CARD PRODUCES GOES OUT THROUGH HERE, SO IT       *
      * CARRIES THE OPERATOR WHO ASKED.                               *
      *****************************************************************
       01  DPAYINQ-PRINT-LINE.
           05  DPAYINQ-P-TEXT             PIC X(110).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(06) VALUE "OPER: ".
           05  DPAYINQ-P-OPER             PIC X(08).

       01  DPAYINQ-HEADING-1.
           05  FILLER                     PIC X(34)
               VALUE "DPAYINQ - CONSENT/PAYMENT INQUIRY".
           05  FILLER                     PIC X(08) VALUE " VALUE ".
           05  DPAYINQ-NF-VALUE           PIC 9(09).

       01  DPAYINQ-REJECT-LINE.
           05  FILLER                     PIC X(30)
               VALUE "CARD REJECTED FOR KEY TYPE ".
           05  DPAYINQ-RJ-TYPE            PIC X(01).
           05  FILLER                     PIC X(08) VALUE " VALUE ".
           05  DPAYINQ-RJ-VALUE           PIC X(09).
           05  FILLER                     PIC X(03) VALUE " - ".
           05  DPAYINQ-RJ-REASON          PIC X(30).

       01  DPAYINQ-HIST-HEAD-LINE.
           05  FILLER                     PIC X(21)
               VALUE "STATUS HISTORY FOR : ".
           05  DPAYINQ-HD-PAY-STATUS      PIC X(04).
           05  FILLER                     PIC X(05) VALUE "  AT ".
           05  DPAYINQ-HD-TS              PIC X(19).
           05  FILLER                     PIC X(05) VALUE "  BY ".
           05  DPAYINQ-HD-OPER            PIC X(08).

       01  DPAYINQ-ARCHIVED-LINE.
           05  FILLER                     PIC X(44)
               VALUE "PAY-ID      : ".
           05  DPAYINQ-D-PAY-ID           PIC 9(09).

       01  DPAYINQ-STATUS-LINE.
           05  FILLER                     PIC X(14)
               VALUE "STATUS      : ".
           05  DPAYINQ-D-CONSENT-STATUS   PIC X(01).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  DPAYINQ-D-STATUS-DESC      PIC X(30).
           05  FILLER                     PIC X(14)
               VALUE "  PAY-STATUS: ".
           05  DPAYINQ-D-PAY-STATUS       PIC X(04).

       01  DPAYINQ-OPER-LINE.
           05  FILLER                     PIC X(14)
               VALUE "KEYED BY    : ".
           05  DPAYINQ-D-KEYED-BY         PIC X(08).
           05  FILLER                     PIC X(15)
               VALUE "  RELEASED BY: ".
           05  DPAYINQ-D-RELEASED-BY      PIC X(08).
           05  FILLER                     PIC X(15)
               VALUE "  2ND AUTH BY: ".
           05  DPAYINQ-D-SECOND-AUTH      PIC X(08).
           05  FILLER                     PIC X(15)
               VALUE "  LAST CHG BY: ".
           05  DPAYINQ-D-LAST-OPER        PIC X(08).

      *****************************************************************
      * CONSENT STATUS DESCRIPTIONS, AS DFHCA-01-CONSENT-STATUS       *
      * DEFINES THEM.                                                 *
      *****************************************************************
       01  DPAYINQ-STATUS-VALUES.
           05  FILLER                     PIC X(31)
               VALUE "PPENDING".
           05  FILLER                     PIC X(31)
               VALUE "AAUTHORISED".
           05  FILLER                     PIC X(31)
               VALUE "RREJECTED".
           05  FILLER                     PIC X(31)
               VALUE "XEXPIRED".
           05  FILLER                     PIC X(31)
               VALUE "SSETTLED".
           05  FILLER                     PIC X(31)
               VALUE "HHELD FOR REVIEW".
           05  FILLER                     PIC X(31)
               VALUE "CCANCELLED".
           05  FILLER                     PIC X(31)
               VALUE "WAWAITING SECOND APPROVAL".

       01  DPAYINQ-STATUS-TABLE REDEFINES DPAYINQ-STATUS-VALUES.
           05  DPAYINQ-STATUS-ENTRY       OCCURS 8 TIMES
                                          INDEXED BY DPAYINQ-STATUS-IDX.
               10  DPAYINQ-STATUS-CODE    PIC X(01).
               10  DPAYINQ-STATUS-TEXT    PIC X(30).

       01  DPAYINQ-DEBIT-LINE.
           05  FILLER                     PIC X(14)
               VALUE "DEBIT-AC    : ".
           05  DPAYINQ-D-TS-LABEL         PIC X(16).
           05  DPAYINQ-D-TS-VALUE         PIC X(32).

      *****************************************************************
      * THE CONSENT'S OPEN INVESTIGATION CASES.                       *
      *****************************************************************
       01  DPAYINQ-CASE-LINE.
           05  FILLER                     PIC X(14)
               VALUE "OPEN CASE   : ".
           05  DPAYINQ-C-CASE-NO          PIC 9(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYINQ-C-TYPE-DESC        PIC X(20).
           05  FILLER                     PIC X(08) VALUE " OWNER: ".
           05  DPAYINQ-C-OWNER            PIC X(08).
           05  FILLER                     PIC X(09) VALUE " OPENED: ".
           05  DPAYINQ-C-OPENED           PIC X(10).
           05  FILLER                     PIC X(09) VALUE " TARGET: ".
           05  DPAYINQ-C-TARGET           PIC X(10).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYINQ-C-OVERDUE          PIC X(07).

       01  DPAYINQ-CASE-TEXT-LINE.
           05  FILLER                     PIC X(16) VALUE SPACES.
           05  DPAYINQ-C-SUMMARY          PIC X(60).

       01  DPAYINQ-NO-CASE-LINE.
           05  FILLER                     PIC X(18)
               VALUE "OPEN CASES  : NONE".

           COPY DPAYCST.

       01  DPAYINQ-TODAY-DATE         PIC X(08).

       01  DPAYINQ-TODAY-ISO.
           05  DPAYINQ-TI-YEAR            PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYINQ-TI-MONTH           PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYINQ-TI-DAY             PIC X(02).

       01  DPAYINQ-RUN-PARMS.
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
           PERFORM 2000-READ-CARD
               UNTIL DPAYINQ-AT-EOF.
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
           MOVE "DPAYINQ" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYINQ-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYINQ-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYINQ-TODAY-DATE (1:4) TO DPAYINQ-TI-YEAR.
           MOVE DPAYINQ-TODAY-DATE (5:2) TO DPAYINQ-TI-MONTH.
           MOVE DPAYINQ-TODAY-DATE (7:2) TO DPAYINQ-TI-DAY.
           OPEN INPUT DPAYINQC-FILE.
           OPEN INPUT DPAYMAS-FILE.
           IF DPAYINQ-MASTER-NOT-FOUND
               CLOSE DPAYARCH-FILE
               OPEN INPUT DPAYARCH-FILE
           END-IF.
           OPEN INPUT DPAYCASE-FILE.
           IF DPAYINQ-CASE-NOT-FOUND
               OPEN OUTPUT DPAYCASE-FILE
               CLOSE DPAYCASE-FILE
               OPEN INPUT DPAYCASE-FILE
           END-IF.
           OPEN OUTPUT DPAYINQR-FILE.
           MOVE DPAYINQ-HEADING-1 TO DPAYINQR-LINE.
           WRITE DPAYINQR-LINE.
           EXIT.

       3000-PROCESS-CARD.
           MOVE DPAYINQC-OPER-ID TO DPAYINQ-P-OPER.
           CALL "DPAYOPV" USING DPAYINQC-OPER-ID, DPAYINQ-FUNCTION,
                                DPAYINQ-OPER-REASON.
           IF DPAYINQ-OPER-REASON NOT = SPACES
               MOVE DPAYINQC-KEY-TYPE TO DPAYINQ-RJ-TYPE
               MOVE DPAYINQC-KEY-VALUE TO DPAYINQ-RJ-VALUE
               MOVE DPAYINQ-OPER-REASON TO DPAYINQ-RJ-REASON
               MOVE DPAYINQ-REJECT-LINE TO DPAYINQ-P-TEXT
               PERFORM 3900-PRINT-LINE
                   THRU 3900-EXIT
               PERFORM 2000-READ-CARD
                   THRU 2000-EXIT
               GO TO 3000-EXIT
           END-IF.
           IF DPAYINQC-BY-HISTORY
               PERFORM 3700-PRINT-HISTORY
                   THRU 3700-EXIT
               END-READ
           END-IF.
           IF DPAYINQ-ARCHIVE-OK
               MOVE DPAYINQ-ARCHIVED-LINE TO DPAYINQ-P-TEXT
               PERFORM 3900-PRINT-LINE
                   THRU 3900-EXIT
               MOVE DPAYARC-RECORD TO DPAYMAS-RECORD
               PERFORM 3100-WRITE-DETAIL
                   THRU 3100-EXIT
           ELSE
               MOVE DPAYINQC-KEY-TYPE TO DPAYINQ-NF-TYPE
               MOVE DPAYINQC-KEY-VALUE TO DPAYINQ-NF-VALUE
               MOVE DPAYINQ-NOT-FOUND-LINE TO DPAYINQ-P-TEXT
               PERFORM 3900-PRINT-LINE
                   THRU 3900-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
               TO DPAYINQ-D-CONSENT-ID.
           MOVE DFHCA-01-DOMESTIC-PAY-ID IN DPAYMAS-RECORD
               TO DPAYINQ-D-PAY-ID.
           MOVE DPAYINQ-IDS-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           MOVE DFHCA-01-CONSENT-STATUS IN DPAYMAS-RECORD
               TO DPAYINQ-D-CONSENT-STATUS.
           MOVE DFHCA-01-DOMESTIC-PAY-STATUS IN DPAYMAS-RECORD
               TO DPAYINQ-D-PAY-STATUS.
           SET DPAYINQ-STATUS-IDX TO 1.
           SEARCH DPAYINQ-STATUS-ENTRY
               AT END
                   MOVE "UNKNOWN STATUS" TO DPAYINQ-D-STATUS-DESC
               WHEN DPAYINQ-STATUS-CODE (DPAYINQ-STATUS-IDX)
                       = DFHCA-01-CONSENT-STATUS IN DPAYMAS-RECORD
                   MOVE DPAYINQ-STATUS-TEXT (DPAYINQ-STATUS-IDX)
                       TO DPAYINQ-D-STATUS-DESC
           END-SEARCH.
           MOVE DPAYINQ-STATUS-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           IF DFHCA-01-KEYED-BY-OPER IN DPAYMAS-RECORD NOT = SPACES
               OR DFHCA-01-RELEASED-BY-OPER IN DPAYMAS-RECORD
                   NOT = SPACES
               OR DFHCA-01-SECOND-AUTH-OPER IN DPAYMAS-RECORD
                   NOT = SPACES
               OR DFHCA-01-LAST-OPER-ID IN DPAYMAS-RECORD
                   NOT = SPACES
               MOVE DFHCA-01-KEYED-BY-OPER IN DPAYMAS-RECORD
                   TO DPAYINQ-D-KEYED-BY
               MOVE DFHCA-01-RELEASED-BY-OPER IN DPAYMAS-RECORD
                   TO DPAYINQ-D-RELEASED-BY
               MOVE DFHCA-01-SECOND-AUTH-OPER IN DPAYMAS-RECORD
                   TO DPAYINQ-D-SECOND-AUTH
               MOVE DFHCA-01-LAST-OPER-ID IN DPAYMAS-RECORD
                   TO DPAYINQ-D-LAST-OPER
               MOVE DPAYINQ-OPER-LINE TO DPAYINQ-P-TEXT
               PERFORM 3900-PRINT-LINE
                   THRU 3900-EXIT
           END-IF.

           MOVE DFHCA-01-DEBIT-AC IN DPAYMAS-RECORD
               TO DPAYINQ-D-DEBIT-AC.
           MOVE DFHCA-01-DEBIT-AC-SCHEMENAME IN DPAYMAS-RECORD
               TO DPAYINQ-D-DEBIT-SCHEME.
           MOVE DPAYINQ-DEBIT-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           MOVE DFHCA-01-DEBIT-AC-CUSTNAME IN DPAYMAS-RECORD
               TO DPAYINQ-D-DEBIT-NAME.
           MOVE DPAYINQ-DEBIT-NAME-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           MOVE DFHCA-01-CREDIT-AC IN DPAYMAS-RECORD
               TO DPAYINQ-D-CREDIT-AC.
           MOVE DFHCA-01-CREDIT-AC-SCHEMENAME IN DPAYMAS-RECORD
               TO DPAYINQ-D-CREDIT-SCHEME.
           MOVE DPAYINQ-CREDIT-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           MOVE DFHCA-01-CREDIT-AC-CUSTNAME IN DPAYMAS-RECORD
               TO DPAYINQ-D-CREDIT-NAME.
           MOVE DPAYINQ-CREDIT-NAME-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYINQ-D-AMOUNT.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               TO DPAYINQ-D-CURRENCY.
           MOVE DPAYINQ-AMOUNT-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           PERFORM 3200-WRITE-CHARGE
               THRU 3200-EXIT
               TO DPAYINQ-D-BAL-BEF.
           MOVE DFHCA-01-ACC-AVAIL-BAL-AFT IN DPAYMAS-RECORD
               TO DPAYINQ-D-BAL-AFT.
           MOVE DPAYINQ-BALANCE-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           MOVE "ACTUAL-BAL BEF/AFT: " TO DPAYINQ-D-BAL-LABEL.
           MOVE DFHCA-01-ACC-ACTUAL-BAL-BEF IN DPAYMAS-RECORD
               TO DPAYINQ-D-BAL-BEF.
           MOVE DFHCA-01-ACC-ACTUAL-BAL-AFT IN DPAYMAS-RECORD
               TO DPAYINQ-D-BAL-AFT.
           MOVE DPAYINQ-BALANCE-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           MOVE "CREATED     :   " TO DPAYINQ-D-TS-LABEL.
           MOVE DFHCA-01-CREATE-TS IN DPAYMAS-RECORD
               TO DPAYINQ-D-TS-VALUE.
           MOVE DPAYINQ-TS-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           MOVE "LAST UPDATED:   " TO DPAYINQ-D-TS-LABEL.
           MOVE DFHCA-01-LAST-UPDATE-TS IN DPAYMAS-RECORD
               TO DPAYINQ-D-TS-VALUE.
           MOVE DPAYINQ-TS-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.

           PERFORM 3300-WRITE-OPEN-CASES
               THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

           MOVE DFHCA-01-CHARGE-CUR-CD IN DPAYMAS-RECORD
                   (DPAYINQ-CHG-SUB)
               TO DPAYINQ-D-CHG-CUR.
           MOVE DPAYINQ-CHARGE-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * LIST EVERY CASE STILL OPEN AGAINST THE CONSENT, BROWSING THE  *
      * CASE MASTER ON ITS CONSENT KEY.  A CASE PAST ITS TARGET DATE  *
      * IS FLAGGED OVERDUE.                                           *
      *****************************************************************
       3300-WRITE-OPEN-CASES.
           MOVE ZERO TO DPAYINQ-CASE-LINE-CT.
           MOVE "N" TO DPAYINQ-CASE-EOF-SW.
           MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               TO DPAYINQ-CASE-CONSENT-ID.
           MOVE DPAYINQ-CASE-CONSENT-ID TO DPAYCSE-CONSENT-ID.
           START DPAYCASE-FILE
               KEY IS = DPAYCSE-CONSENT-ID
               INVALID KEY
                   SET DPAYINQ-CASE-AT-EOF TO TRUE
           END-START.
           PERFORM 3310-WRITE-CASE
               THRU 3310-EXIT
               UNTIL DPAYINQ-CASE-AT-EOF.
           IF DPAYINQ-CASE-LINE-CT = ZERO
               MOVE DPAYINQ-NO-CASE-LINE TO DPAYINQ-P-TEXT
               PERFORM 3900-PRINT-LINE
                   THRU 3900-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3310-WRITE-CASE.
           READ DPAYCASE-FILE NEXT RECORD
               AT END
                   SET DPAYINQ-CASE-AT-EOF TO TRUE
           END-READ.
           IF DPAYINQ-CASE-AT-EOF
               GO TO 3310-EXIT
           END-IF.
           IF DPAYCSE-CONSENT-ID NOT = DPAYINQ-CASE-CONSENT-ID
               SET DPAYINQ-CASE-AT-EOF TO TRUE
               GO TO 3310-EXIT
           END-IF.
           IF DPAYCSE-CONTROL-RECORD
               OR NOT DPAYCSE-CASE-OPEN
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO DPAYINQ-CASE-LINE-CT.
           MOVE DPAYCSE-CASE-NO TO DPAYINQ-C-CASE-NO.
           SET DPAYCST-TYPE-IDX TO 1.
           SEARCH DPAYCST-TYPE-ENTRY
               AT END
                   MOVE DPAYCSE-CASE-TYPE TO DPAYINQ-C-TYPE-DESC
               WHEN DPAYCST-TYPE-CODE (DPAYCST-TYPE-IDX)
                       = DPAYCSE-CASE-TYPE
                   MOVE DPAYCST-TYPE-DESC (DPAYCST-TYPE-IDX)
                       TO DPAYINQ-C-TYPE-DESC
           END-SEARCH.
           MOVE DPAYCSE-OWNER TO DPAYINQ-C-OWNER.
           MOVE DPAYCSE-OPENED-TS (1:10) TO DPAYINQ-C-OPENED.
           MOVE DPAYCSE-TARGET-DATE TO DPAYINQ-C-TARGET.
           IF DPAYCSE-TARGET-DATE < DPAYINQ-TODAY-ISO
               MOVE "OVERDUE" TO DPAYINQ-C-OVERDUE
           ELSE
               MOVE SPACES TO DPAYINQ-C-OVERDUE
           END-IF.
           MOVE DPAYINQ-CASE-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.
           MOVE DPAYCSE-SUMMARY TO DPAYINQ-C-SUMMARY.
           MOVE DPAYINQ-CASE-TEXT-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.
       3310-EXIT.
           EXIT.

      *****************************************************************
      * PRINT THE CONSENT'S FULL STATUS LIFECYCLE FROM THE PERMANENT  *
      * HISTORY FILE.  THE FILE IS APPEND-ONLY, SO READING IT FRONT   *
           MOVE ZERO TO DPAYINQ-HIST-LINE-CT.
           MOVE "N" TO DPAYINQ-HIST-EOF-SW.
           MOVE DPAYINQC-KEY-VALUE TO DPAYINQ-HH-CONSENT-ID.
           MOVE DPAYINQ-HIST-HEAD-LINE TO DPAYINQ-P-TEXT.
           PERFORM 3900-PRINT-LINE
               THRU 3900-EXIT.
           OPEN INPUT DPAYHSTF-FILE.
           IF DPAYINQ-HIST-NOT-FOUND
               OPEN OUTPUT DPAYHSTF-FILE
           IF DPAYINQ-HIST-LINE-CT = ZERO
               MOVE DPAYINQC-KEY-TYPE TO DPAYINQ-NF-TYPE
               MOVE DPAYINQC-KEY-VALUE TO DPAYINQ-NF-VALUE
               MOVE DPAYINQ-NOT-FOUND-LINE TO DPAYINQ-P-TEXT
               PERFORM 3900-PRINT-LINE
                   THRU 3900-EXIT
           END-IF.
       3700-EXIT.
           EXIT.
               MOVE DPAYHST-NEW-STATUS TO DPAYINQ-HD-NEW
               MOVE DPAYHST-PAY-STATUS TO DPAYINQ-HD-PAY-STATUS
               MOVE DPAYHST-EVENT-TS (1:19) TO DPAYINQ-HD-TS
               MOVE DPAYHST-OPER-ID TO DPAYINQ-HD-OPER
               MOVE DPAYINQ-HIST-DETAIL-LINE TO DPAYINQ-P-TEXT
               PERFORM 3900-PRINT-LINE
                   THRU 3900-EXIT
           END-IF.
           PERFORM 3710-READ-HISTORY
               THRU 3710-EXIT.
       3720-EXIT.
           EXIT.

       3900-PRINT-LINE.
           MOVE DPAYINQ-PRINT-LINE TO DPAYINQR-LINE.
           WRITE DPAYINQR-LINE.
       3900-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE DPAYINQC-FILE.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYARCH-FILE.
           CLOSE DPAYCASE-FILE.
           CLOSE DPAYINQR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           CALL "DPAYRUN" USING DPAYINQ-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
