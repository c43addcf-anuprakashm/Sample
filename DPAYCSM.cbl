      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYCSM                                          *
      * DESCRIPTION: Payment investigation case maintenance.  When a  *
      *              customer says a payment never arrived, or        *
      *              disputes a charge, the rep who ran DPAYINQ opens *
      *              a case against the consent here, and everything  *
      *              done on it afterwards goes through here too, so  *
      *              the investigation is on file with the consent    *
      *              instead of on a spreadsheet.  Driven by          *
      *              transaction cards (DPAYCSMC):                    *
      *               - OPEN     - a new case against a consent on    *
      *                 the master (DPAYMAS) or the archive           *
      *                 (DPAYARCH), of one of the case types          *
      *                 (DPAYCST), owned by the operator named or the *
      *                 operator opening it.  The case number is      *
      *                 issued from the control record on the case    *
      *                 master (DPAYCASE), and the target resolution  *
      *                 date is the type's number of business days on *
      *                 from today on the house calendar (DPAYBDY).   *
      *                 A consent may not have two open cases of the  *
      *                 same type;                                    *
      *               - NOTE     - a note on an open case;            *
      *               - REASSIGN - an open case to a new owner;       *
      *               - CLOSE    - an open case, resolved, no fault   *
      *                 found, withdrawn by the customer, or as a     *
      *                 CHARGE REFUND.  A charge refund gives back    *
      *                 one customer-borne charge on a settled        *
      *                 consent, in full or in part, never more than  *
      *                 the charge less what other cases have already *
      *                 refunded against it, and writes the refund    *
      *                 (DPAYCRFD) for the billing run (DPAYCHG) and  *
      *                 the GL extract (DPAYGLX) to pick up.          *
      *              Every action is kept, in order, on the case note *
      *              trail (DPAYCSNT).  A card that fails validation  *
      *              is rejected and applies nothing.  Every card     *
      *              carries the ID of the operator keying it,        *
      *              checked by DPAYOPV for the function DPAYCSM; a   *
      *              charge refund also needs the function DPAYCSMR.  *
      *              A new owner must be an operator entitled to      *
      *              DPAYCSM.  EVERY CARD, APPLIED OR REJECTED,       *
      *              PRINTS ON THE REPORT (DPAYCSMR) WITH ITS         *
      *              OPERATOR.  A CASE RECORD THE CASE FILE WILL NOT  *
      *              TAKE LEAVES THE CARD UNAPPLIED - NO NOTE, NO     *
      *              REFUND - AND ENDS THE STEP WITH RETURN CODE 16.  *
      *              A NOTE OR REFUND THAT CANNOT BE WRITTEN ONCE THE *
      *              CASE IS SAVED PRINTS UNDER THE CARD WITH ITS     *
      *              FILE STATUS, TO BE PUT RIGHT BY HAND, AND ALSO   *
      *              ENDS RC 16.  A CASE FILE THAT CANNOT TAKE ITS    *
      *              CONTROL RECORD STOPS THE RUN BEFORE ANY CARD.    *
      *                                                                *
      * INPUT CARD FORMAT (DPAYCSMC) :                                 *
      *   COL  1     ACTION    - 'O' = OPEN, 'N' = NOTE,              *
      *                          'R' = REASSIGN, 'C' = CLOSE          *
      *   COLS 2-10  CASE NUMBER, 9(9) (NOTE, REASSIGN, CLOSE)        *
      *   COLS 11-19 CONSENT-ID, 9(9) (OPEN)                          *
      *   COLS 20-21 CASE TYPE (OPEN) - 'NR' NON-RECEIPT,             *
      *              'WA' WRONG AMOUNT, 'CD' CHARGE DISPUTE,          *
      *              'DU' DUPLICATE PAYMENT, 'FC' FRAUD CLAIM         *
      *   COLS 22-29 OWNER - OPEN (SPACES = THE OPERATOR), OR THE     *
      *              NEW OWNER ON A REASSIGN                          *
      *   COLS 30-31 CLOSE CODE (CLOSE) - 'RS' RESOLVED,              *
      *              'NF' NO FAULT FOUND, 'WD' WITHDRAWN,             *
      *              'CR' CHARGE REFUND                               *
      *   COL  32    CHARGE NUMBER REFUNDED, 1-9 (CHARGE REFUND)      *
      *   COLS 33-44 REFUND AMOUNT, TWO ASSUMED DECIMALS - SPACES OR  *
      *              ZERO REFUNDS ALL THAT IS LEFT OF THE CHARGE      *
      *   COLS 45-104 TEXT - THE COMPLAINT (OPEN), THE NOTE (NOTE),   *
      *              THE REASON (REASSIGN) OR THE OUTCOME (CLOSE).    *
      *              REQUIRED EXCEPT ON A REASSIGN                    *
      *   COLS 113-120 OPERATOR ID (EVERY CARD)                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/06/10  RSH  INITIAL VERSION.                               *
      *  19/07/01  RSH  CHECK EVERY CASE-FILE UPDATE; WRITE THE NOTE   *
      *                 AND ANY REFUND ONLY ONCE THE CASE IS SAVED.    *
      *  19/07/15  RSH  CHECK THE NOTE, REFUND AND CONTROL-RECORD      *
      *                 WRITES; SET RC 16 AGAIN AT THE END.            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYCSM.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  10/06/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYCSMC-FILE ASSIGN TO "DPAYCSMC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCSM-CARD-STATUS.

           SELECT DPAYMAS-FILE ASSIGN TO "DPAYMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               ALTERNATE RECORD KEY IS
                   DFHCA-01-DOMESTIC-PAY-ID IN DPAYMAS-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DPAYCSM-MASTER-STATUS.

           SELECT DPAYARCH-FILE ASSIGN TO "DPAYARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYARC-RECORD
               ALTERNATE RECORD KEY IS
                   DFHCA-01-DOMESTIC-PAY-ID IN DPAYARC-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DPAYCSM-ARCHIVE-STATUS.

           SELECT DPAYCASE-FILE ASSIGN TO "DPAYCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYCSE-CASE-NO
               ALTERNATE RECORD KEY IS DPAYCSE-CONSENT-ID
                   WITH DUPLICATES
               FILE STATUS IS DPAYCSM-CASE-STATUS.

           SELECT DPAYCSNT-FILE ASSIGN TO "DPAYCSNT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYCSN-KEY
               FILE STATUS IS DPAYCSM-NOTE-STATUS.

           SELECT DPAYCRFD-FILE ASSIGN TO "DPAYCRFD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYCRF-CASE-NO
               FILE STATUS IS DPAYCSM-REFUND-STATUS.

           SELECT DPAYCSMR-FILE ASSIGN TO "DPAYCSMR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCSM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYCSMC-FILE
           RECORDING MODE IS F.
       01  DPAYCSMC-CARD                  PIC X(120).

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.

       FD  DPAYARCH-FILE.
           COPY DPAYARC.

       FD  DPAYCASE-FILE.
           COPY DPAYCSE.

       FD  DPAYCSNT-FILE.
           COPY DPAYCSN.

       FD  DPAYCRFD-FILE.
           COPY DPAYCRF.

       FD  DPAYCSMR-FILE
           RECORDING MODE IS F.
       01  DPAYCSMR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYCSM-CARD-STATUS        PIC X(02).
           88  DPAYCSM-CARD-OK            VALUE "00".
           88  DPAYCSM-CARD-EOF           VALUE "10".
           88  DPAYCSM-CARD-NOT-FOUND     VALUE "35".

       77  DPAYCSM-MASTER-STATUS      PIC X(02).
           88  DPAYCSM-MASTER-OK          VALUE "00".
           88  DPAYCSM-MASTER-NOT-FOUND   VALUE "35".

       77  DPAYCSM-ARCHIVE-STATUS     PIC X(02).
           88  DPAYCSM-ARCHIVE-OK         VALUE "00".
           88  DPAYCSM-ARCHIVE-NOT-FOUND  VALUE "35".

       77  DPAYCSM-CASE-STATUS        PIC X(02).
           88  DPAYCSM-CASE-OK            VALUE "00", "02".
           88  DPAYCSM-CASE-NOT-FOUND     VALUE "23", "35".

       77  DPAYCSM-NOTE-STATUS        PIC X(02).
           88  DPAYCSM-NOTE-OK            VALUE "00".
           88  DPAYCSM-NOTE-NOT-FOUND     VALUE "35".

       77  DPAYCSM-REFUND-STATUS      PIC X(02).
           88  DPAYCSM-REFUND-OK          VALUE "00".
           88  DPAYCSM-REFUND-NOT-FOUND   VALUE "35".

       77  DPAYCSM-REPORT-STATUS      PIC X(02).

       77  DPAYCSM-AT-EOF-SW          PIC X(01) VALUE "N".
           88  DPAYCSM-AT-EOF              VALUE "Y".

       77  DPAYCSM-CARDS-OPEN-SW      PIC X(01) VALUE "N".
           88  DPAYCSM-CARDS-OPEN          VALUE "Y".

       77  DPAYCSM-CONSENT-SW         PIC X(01).
           88  DPAYCSM-CONSENT-FOUND       VALUE "Y".

       77  DPAYCSM-BROWSE-EOF-SW      PIC X(01).
           88  DPAYCSM-BROWSE-AT-EOF       VALUE "Y".

       77  DPAYCSM-STOP-SW            PIC X(01) VALUE "N".
           88  DPAYCSM-RUN-STOPPED         VALUE "Y".

      *****************************************************************
      * A NOTE OR REFUND THE FILES WOULD NOT TAKE AFTER THE CASE WAS  *
      * SAVED, WITH THE FILE STATUS - PRINTED UNDER THE CARD.         *
      *****************************************************************
       77  DPAYCSM-NOTE-ERROR         PIC X(50) VALUE SPACES.
       77  DPAYCSM-REFUND-ERROR       PIC X(50) VALUE SPACES.

       77  DPAYCSM-CARD-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-OPENED-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-NOTED-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-REASSIGNED-CT      PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-CLOSED-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-REFUND-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-APPLIED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-REJECTED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-OPER-REJECT-CT     PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSM-ERROR-CT           PIC 9(07) COMP-3 VALUE 0.

       77  DPAYCSM-FUNCTION           PIC X(08) VALUE "DPAYCSM".
       77  DPAYCSM-REFUND-FUNCTION    PIC X(08) VALUE "DPAYCSMR".
       77  DPAYCSM-OPER-REASON        PIC X(30).

       77  DPAYCSM-NEW-CASE-NO        PIC 9(09).
       77  DPAYCSM-DUP-CASE-NO        PIC 9(09).
       77  DPAYCSM-TARGET-DAYS        PIC 9(03).
       77  DPAYCSM-DAY-INTEGER        PIC 9(07).
       77  DPAYCSM-OWNER              PIC X(08).
       77  DPAYCSM-OLD-OWNER          PIC X(08).

      *****************************************************************
      * WHAT THE BROWSE OF A CONSENT'S CASES LOOKS FOR - AN OPEN CASE *
      * OF THE TYPE BEING OPENED, AND WHAT CLOSED CASES HAVE ALREADY  *
      * REFUNDED AGAINST THE CHARGE BEING REFUNDED.                   *
      *****************************************************************
       77  DPAYCSM-MATCH-CONSENT-ID   PIC 9(09).
       77  DPAYCSM-MATCH-TYPE         PIC X(02).
       77  DPAYCSM-MATCH-CHG-NO       PIC 9(01).
       77  DPAYCSM-EARLIER-REFUND     PIC S9(10)V99 COMP-3.
       77  DPAYCSM-REFUND-LEFT        PIC S9(10)V99 COMP-3.
       77  DPAYCSM-REFUND-AMT         PIC S9(10)V99 COMP-3.

      *****************************************************************
      * THE CARD IN HAND.                                             *
      *****************************************************************
       01  DPAYCSM-CARD.
           05  DPAYCSM-ACTION             PIC X(01).
               88  DPAYCSM-ACT-OPEN           VALUE "O".
               88  DPAYCSM-ACT-NOTE           VALUE "N".
               88  DPAYCSM-ACT-REASSIGN       VALUE "R".
               88  DPAYCSM-ACT-CLOSE          VALUE "C".
           05  DPAYCSM-C-CASE-NO          PIC X(09).
           05  DPAYCSM-C-CASE-NO-N REDEFINES DPAYCSM-C-CASE-NO
                                          PIC 9(09).
           05  DPAYCSM-C-CONSENT-ID       PIC X(09).
           05  DPAYCSM-C-CONSENT-ID-N REDEFINES DPAYCSM-C-CONSENT-ID
                                          PIC 9(09).
           05  DPAYCSM-C-CASE-TYPE        PIC X(02).
           05  DPAYCSM-C-OWNER            PIC X(08).
           05  DPAYCSM-C-CLOSE-CODE       PIC X(02).
               88  DPAYCSM-C-CLOSE-VALID      VALUE "RS", "CR", "NF",
                                                    "WD".
               88  DPAYCSM-C-CLOSE-REFUND     VALUE "CR".
           05  DPAYCSM-C-CHARGE-NO        PIC X(01).
           05  DPAYCSM-C-CHARGE-NO-N REDEFINES DPAYCSM-C-CHARGE-NO
                                          PIC 9(01).
           05  DPAYCSM-C-REFUND-AMT       PIC X(12).
           05  DPAYCSM-C-REFUND-AMT-N REDEFINES DPAYCSM-C-REFUND-AMT
                                          PIC 9(10)V99.
           05  DPAYCSM-C-TEXT             PIC X(60).
           05  FILLER                     PIC X(08).
           05  DPAYCSM-C-OPER-ID          PIC X(08).

      *****************************************************************
      * A CASE READ FOR UPDATE, KEPT WHILE THE CONSENT'S OTHER CASES  *
      * ARE BROWSED THROUGH THE SAME RECORD AREA.                     *
      *****************************************************************
       01  DPAYCSM-SAVE-CASE          PIC X(215).

       01  DPAYCSM-BDY-PARMS.
           COPY DPAYBDP.

           COPY DPAYCST.

       01  DPAYCSM-TODAY-DATE         PIC X(08).
       01  DPAYCSM-TIME-NOW           PIC X(08).

       01  DPAYCSM-WORK-DATE          PIC X(08).
       01  DPAYCSM-WORK-DATE-N REDEFINES DPAYCSM-WORK-DATE
                                      PIC 9(08).

      *****************************************************************
      * THE RUN'S DATE AND TIME AS AN ISO TIMESTAMP - EVERY ACTION    *
      * THE RUN TAKES IS STAMPED WITH IT.                             *
      *****************************************************************
       01  DPAYCSM-NOW-TS.
           05  DPAYCSM-NOW-DATE.
               10  DPAYCSM-NOW-YEAR       PIC X(04).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYCSM-NOW-MONTH      PIC X(02).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYCSM-NOW-DAY        PIC X(02).
           05  FILLER                     PIC X(01) VALUE "T".
           05  DPAYCSM-NOW-HH             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYCSM-NOW-MM             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYCSM-NOW-SS             PIC X(02).

       01  DPAYCSM-TARGET-DATE.
           05  DPAYCSM-TG-YEAR            PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYCSM-TG-MONTH           PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYCSM-TG-DAY             PIC X(02).

       01  DPAYCSM-EDIT-AMT           PIC Z(9)9.99.
       01  DPAYCSM-EDIT-CASE-NO       PIC 9(09).

       01  DPAYCSM-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYCSM - PAYMENT INVESTIGATION CASES".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYCSM-H1-DATE            PIC X(10).

       01  DPAYCSM-HEADING-2.
           05  FILLER                     PIC X(08) VALUE "ACTION".
           05  FILLER                     PIC X(11) VALUE "CASE NO".
           05  FILLER                     PIC X(11) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(06) VALUE "TYPE".
           05  FILLER                     PIC X(10) VALUE "OWNER".
           05  FILLER                     PIC X(52) VALUE "DISPOSITION".
           05  FILLER                     PIC X(08) VALUE "OPERATOR".

       01  DPAYCSM-DETAIL-LINE.
           05  DPAYCSM-D-ACTION           PIC X(01).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  DPAYCSM-D-CASE-NO          PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSM-D-CONSENT-ID       PIC X(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSM-D-TYPE             PIC X(02).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DPAYCSM-D-OWNER            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSM-D-DISP             PIC X(50).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSM-D-OPER             PIC X(08).

       01  DPAYCSM-TEXT-LINE.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE "TEXT   : ".
           05  DPAYCSM-T-TEXT             PIC X(60).

       01  DPAYCSM-ERROR-LINE.
           05  FILLER                     PIC X(08) VALUE SPACES.
           05  FILLER                     PIC X(03) VALUE "** ".
           05  DPAYCSM-E-TEXT             PIC X(50).
           05  FILLER                     PIC X(03) VALUE " **".

       01  DPAYCSM-STOP-LINE.
           05  FILLER                     PIC X(17)
               VALUE "** RUN STOPPED - ".
           05  DPAYCSM-X-REASON           PIC X(50).
           05  FILLER                     PIC X(03) VALUE " **".

       01  DPAYCSM-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "CARDS PROCESSED      : ".
           05  DPAYCSM-S-CARD-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "APPLIED : ".
           05  DPAYCSM-S-APPLIED-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "REJECTED : ".
           05  DPAYCSM-S-REJECTED-CT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "REJECTED FOR OPERATOR: ".
           05  DPAYCSM-S-OPER-REJECT-CT   PIC ZZZ,ZZ9.

       01  DPAYCSM-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "CASES OPENED         : ".
           05  DPAYCSM-S-OPENED-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE "NOTES : ".
           05  DPAYCSM-S-NOTED-CT         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(14)
               VALUE "REASSIGNED : ".
           05  DPAYCSM-S-REASSIGNED-CT    PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(10)
               VALUE "CLOSED : ".
           05  DPAYCSM-S-CLOSED-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(18)
               VALUE "CHARGE REFUNDS : ".
           05  DPAYCSM-S-REFUND-CT        PIC ZZZ,ZZ9.

       01  DPAYCSM-SUMMARY-3.
           05  FILLER                     PIC X(24)
               VALUE "NOT APPLIED - ERROR  : ".
           05  DPAYCSM-S-ERROR-CT         PIC ZZZ,ZZ9.

       01  DPAYCSM-RUN-PARMS.
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
           IF NOT DPAYCSM-AT-EOF
               PERFORM 2000-READ-CARD
                   THRU 2000-EXIT
           END-IF.
           PERFORM 3000-PROCESS-CARD
               THRU 3000-EXIT
               UNTIL DPAYCSM-AT-EOF.
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
           MOVE "DPAYCSM" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYCSM-RUN-PARMS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * OPEN THE FILES - A CASE FILE THAT DOES NOT YET EXIST IS       *
      * CREATED EMPTY - AND MAKE SURE THE CASE MASTER HAS ITS         *
      * CONTROL RECORD.                                               *
      *****************************************************************
       1000-INITIALISE.
           ACCEPT DPAYCSM-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYCSM-TIME-NOW FROM TIME.
           MOVE DPAYCSM-TODAY-DATE (1:4) TO DPAYCSM-NOW-YEAR.
           MOVE DPAYCSM-TODAY-DATE (5:2) TO DPAYCSM-NOW-MONTH.
           MOVE DPAYCSM-TODAY-DATE (7:2) TO DPAYCSM-NOW-DAY.
           MOVE DPAYCSM-TIME-NOW (1:2) TO DPAYCSM-NOW-HH.
           MOVE DPAYCSM-TIME-NOW (3:2) TO DPAYCSM-NOW-MM.
           MOVE DPAYCSM-TIME-NOW (5:2) TO DPAYCSM-NOW-SS.
           OPEN INPUT DPAYCSMC-FILE.
           IF DPAYCSM-CARD-NOT-FOUND
               SET DPAYCSM-AT-EOF TO TRUE
           ELSE
               SET DPAYCSM-CARDS-OPEN TO TRUE
           END-IF.
           OPEN INPUT DPAYMAS-FILE.
           IF DPAYCSM-MASTER-NOT-FOUND
               OPEN OUTPUT DPAYMAS-FILE
               CLOSE DPAYMAS-FILE
               OPEN INPUT DPAYMAS-FILE
           END-IF.
           OPEN INPUT DPAYARCH-FILE.
           IF DPAYCSM-ARCHIVE-NOT-FOUND
               OPEN OUTPUT DPAYARCH-FILE
               CLOSE DPAYARCH-FILE
               OPEN INPUT DPAYARCH-FILE
           END-IF.
           OPEN I-O DPAYCASE-FILE.
           IF DPAYCSM-CASE-NOT-FOUND
               OPEN OUTPUT DPAYCASE-FILE
               CLOSE DPAYCASE-FILE
               OPEN I-O DPAYCASE-FILE
           END-IF.
           OPEN I-O DPAYCSNT-FILE.
           IF DPAYCSM-NOTE-NOT-FOUND
               OPEN OUTPUT DPAYCSNT-FILE
               CLOSE DPAYCSNT-FILE
               OPEN I-O DPAYCSNT-FILE
           END-IF.
           OPEN I-O DPAYCRFD-FILE.
           IF DPAYCSM-REFUND-NOT-FOUND
               OPEN OUTPUT DPAYCRFD-FILE
               CLOSE DPAYCRFD-FILE
               OPEN I-O DPAYCRFD-FILE
           END-IF.
           PERFORM 1100-GET-CONTROL-RECORD
               THRU 1100-EXIT.
           OPEN OUTPUT DPAYCSMR-FILE.
           MOVE DPAYCSM-NOW-DATE TO DPAYCSM-H1-DATE.
           MOVE DPAYCSM-HEADING-1 TO DPAYCSMR-LINE.
           WRITE DPAYCSMR-LINE.
           MOVE DPAYCSM-HEADING-2 TO DPAYCSMR-LINE.
           WRITE DPAYCSMR-LINE.
           IF DPAYCSM-RUN-STOPPED
               MOVE DPAYCSM-STOP-LINE TO DPAYCSMR-LINE
               WRITE DPAYCSMR-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * THE CONTROL RECORD (CASE NUMBER ZERO) HOLDS THE LAST CASE     *
      * NUMBER ISSUED.  A NEW CASE FILE GETS ONE STARTING FROM ZERO;  *
      * ONE IT WILL NOT TAKE STOPS THE RUN BEFORE ANY CARD IS READ.   *
      *****************************************************************
       1100-GET-CONTROL-RECORD.
           MOVE ZERO TO DPAYCSE-CASE-NO.
           READ DPAYCASE-FILE
               KEY IS DPAYCSE-CASE-NO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYCSM-CASE-NOT-FOUND
               MOVE SPACES TO DPAYCSE-RECORD
               MOVE ZERO TO DPAYCSE-CASE-NO
               MOVE ZERO TO DPAYCSE-CONSENT-ID
               MOVE ZERO TO DPAYCSE-LAST-CASE-NO
               WRITE DPAYCSE-RECORD
           END-IF.
           IF NOT DPAYCSM-CASE-OK
               SET DPAYCSM-RUN-STOPPED TO TRUE
               SET DPAYCSM-AT-EOF TO TRUE
               ADD 1 TO DPAYCSM-ERROR-CT
               MOVE 16 TO RETURN-CODE
               MOVE SPACES TO DPAYCSM-X-REASON
               STRING "CASE CONTROL RECORD NOT WRITTEN - STATUS "
                          DELIMITED BY SIZE
                      DPAYCSM-CASE-STATUS DELIMITED BY SIZE
                   INTO DPAYCSM-X-REASON
               END-STRING
           END-IF.
       1100-EXIT.
           EXIT.

       2000-READ-CARD.
           READ DPAYCSMC-FILE
               AT END
                   SET DPAYCSM-AT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * ONE TRANSACTION.  A CARD FROM AN OPERATOR NOT ENTITLED TO     *
      * DPAYCSM IS REJECTED FIRST; OTHERWISE THE ACTION VALIDATES     *
      * AND APPLIES ITS CARD, OR REJECTS IT WITH NOTHING APPLIED.     *
      *****************************************************************
       3000-PROCESS-CARD.
           MOVE DPAYCSMC-CARD TO DPAYCSM-CARD.
           ADD 1 TO DPAYCSM-CARD-CT.
           MOVE DPAYCSM-ACTION TO DPAYCSM-D-ACTION.
           MOVE DPAYCSM-C-CASE-NO TO DPAYCSM-D-CASE-NO.
           MOVE DPAYCSM-C-CONSENT-ID TO DPAYCSM-D-CONSENT-ID.
           MOVE DPAYCSM-C-CASE-TYPE TO DPAYCSM-D-TYPE.
           MOVE DPAYCSM-C-OWNER TO DPAYCSM-D-OWNER.
           MOVE DPAYCSM-C-OPER-ID TO DPAYCSM-D-OPER.
           MOVE SPACES TO DPAYCSM-D-DISP.
           CALL "DPAYOPV" USING DPAYCSM-C-OPER-ID, DPAYCSM-FUNCTION,
                                DPAYCSM-OPER-REASON.
           IF DPAYCSM-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYCSM-OPER-REJECT-CT
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE DPAYCSM-OPER-REASON TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 3000-NEXT-CARD
           END-IF.
           IF DPAYCSM-ACT-OPEN
               PERFORM 4000-OPEN-CASE
                   THRU 4000-EXIT
               GO TO 3000-NEXT-CARD
           END-IF.
           IF DPAYCSM-ACT-NOTE
               PERFORM 5000-NOTE-CASE
                   THRU 5000-EXIT
               GO TO 3000-NEXT-CARD
           END-IF.
           IF DPAYCSM-ACT-REASSIGN
               PERFORM 6000-REASSIGN-CASE
                   THRU 6000-EXIT
               GO TO 3000-NEXT-CARD
           END-IF.
           IF DPAYCSM-ACT-CLOSE
               PERFORM 7000-CLOSE-CASE
                   THRU 7000-EXIT
               GO TO 3000-NEXT-CARD
           END-IF.
           PERFORM 3900-REJECT-CARD
               THRU 3900-EXIT.
           MOVE "INVALID ACTION" TO DPAYCSM-D-DISP.
           PERFORM 8500-WRITE-REPORT
               THRU 8500-EXIT.
       3000-NEXT-CARD.
           PERFORM 2000-READ-CARD
               THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       3900-REJECT-CARD.
           ADD 1 TO DPAYCSM-REJECTED-CT.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * OPEN A CASE.  THE CONSENT MUST BE ON THE MASTER OR THE        *
      * ARCHIVE, THE TYPE KNOWN, THE COMPLAINT KEYED, THE OWNER       *
      * ENTITLED TO WORK CASES, AND THE CONSENT MUST NOT ALREADY HAVE *
      * AN OPEN CASE OF THE TYPE.  THE CASE NUMBER IS THE NEXT FROM   *
      * THE CONTROL RECORD; THE COMPLAINT IS THE FIRST NOTE.          *
      *****************************************************************
       4000-OPEN-CASE.
           IF DPAYCSM-C-CONSENT-ID-N NOT NUMERIC
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CONSENT-ID NOT NUMERIC" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 4000-EXIT
           END-IF.
           SET DPAYCST-TYPE-IDX TO 1.
           SEARCH DPAYCST-TYPE-ENTRY
               AT END
                   MOVE ZERO TO DPAYCSM-TARGET-DAYS
               WHEN DPAYCST-TYPE-CODE (DPAYCST-TYPE-IDX)
                       = DPAYCSM-C-CASE-TYPE
                   MOVE DPAYCST-TARGET-DAYS (DPAYCST-TYPE-IDX)
                       TO DPAYCSM-TARGET-DAYS
           END-SEARCH.
           IF DPAYCSM-TARGET-DAYS = ZERO
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "INVALID CASE TYPE" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF DPAYCSM-C-TEXT = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "COMPLAINT TEXT MISSING" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE DPAYCSM-C-CONSENT-ID-N TO DPAYCSM-MATCH-CONSENT-ID.
           PERFORM 4100-FIND-CONSENT
               THRU 4100-EXIT.
           IF NOT DPAYCSM-CONSENT-FOUND
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CONSENT NOT ON MASTER OR ARCHIVE"
                   TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE DPAYCSM-C-CASE-TYPE TO DPAYCSM-MATCH-TYPE.
           MOVE ZERO TO DPAYCSM-MATCH-CHG-NO.
           PERFORM 8100-BROWSE-CONSENT-CASES
               THRU 8100-EXIT.
           IF DPAYCSM-DUP-CASE-NO NOT = ZERO
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE DPAYCSM-DUP-CASE-NO TO DPAYCSM-EDIT-CASE-NO
               STRING "CASE " DELIMITED BY SIZE
                      DPAYCSM-EDIT-CASE-NO DELIMITED BY SIZE
                      " ALREADY OPEN FOR THIS TYPE"
                          DELIMITED BY SIZE
                   INTO DPAYCSM-D-DISP
               END-STRING
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF DPAYCSM-C-OWNER = SPACES
               MOVE DPAYCSM-C-OPER-ID TO DPAYCSM-OWNER
           ELSE
               MOVE DPAYCSM-C-OWNER TO DPAYCSM-OWNER
           END-IF.
           MOVE DPAYCSM-OWNER TO DPAYCSM-D-OWNER.
           PERFORM 4400-CHECK-OWNER
               THRU 4400-EXIT.
           IF DPAYCSM-OPER-REASON NOT = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               STRING "OWNER: " DELIMITED BY SIZE
                      DPAYCSM-OPER-REASON DELIMITED BY SIZE
                   INTO DPAYCSM-D-DISP
               END-STRING
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4300-SET-TARGET-DATE
               THRU 4300-EXIT.
           PERFORM 4500-NEXT-CASE-NUMBER
               THRU 4500-EXIT.
           IF DPAYCSM-D-DISP NOT = SPACES
               GO TO 4000-EXIT
           END-IF.
           MOVE SPACES TO DPAYCSE-RECORD.
           MOVE DPAYCSM-NEW-CASE-NO TO DPAYCSE-CASE-NO.
           MOVE DPAYCSM-C-CONSENT-ID-N TO DPAYCSE-CONSENT-ID.
           MOVE DPAYCSM-C-CASE-TYPE TO DPAYCSE-CASE-TYPE.
           SET DPAYCSE-CASE-OPEN TO TRUE.
           MOVE DPAYCSM-OWNER TO DPAYCSE-OWNER.
           MOVE DPAYCSM-C-OPER-ID TO DPAYCSE-OPENED-BY.
           MOVE DPAYCSM-NOW-TS TO DPAYCSE-OPENED-TS.
           MOVE DPAYCSM-TARGET-DATE TO DPAYCSE-TARGET-DATE.
           MOVE DPAYCSM-C-TEXT TO DPAYCSE-SUMMARY.
           MOVE ZERO TO DPAYCSE-NOTE-CT.
           MOVE ZERO TO DPAYCSE-REFUND-CHG-NO.
           MOVE ZERO TO DPAYCSE-REFUND-AMT.
           MOVE SPACES TO DPAYCSN-RECORD.
           SET DPAYCSN-OPENED TO TRUE.
           MOVE DPAYCSM-OWNER TO DPAYCSN-NEW-OWNER.
           PERFORM 8000-BUILD-NOTE
               THRU 8000-EXIT.
           PERFORM 8200-SAVE-CASE
               THRU 8200-EXIT.
           IF DPAYCSM-D-DISP NOT = SPACES
               GO TO 4000-EXIT
           END-IF.
           ADD 1 TO DPAYCSM-OPENED-CT.
           ADD 1 TO DPAYCSM-APPLIED-CT.
           MOVE DPAYCSM-NEW-CASE-NO TO DPAYCSM-D-CASE-NO.
           STRING "OPENED - TARGET RESOLUTION " DELIMITED BY SIZE
                  DPAYCSM-TARGET-DATE DELIMITED BY SIZE
               INTO DPAYCSM-D-DISP
           END-STRING.
           PERFORM 8500-WRITE-REPORT
               THRU 8500-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * LOOK THE CONSENT UP ON THE MASTER, THEN THE ARCHIVE, LEAVING  *
      * IT IN THE MASTER RECORD AREA EITHER WAY.                      *
      *****************************************************************
       4100-FIND-CONSENT.
           MOVE "N" TO DPAYCSM-CONSENT-SW.
           MOVE DPAYCSM-MATCH-CONSENT-ID
               TO DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD.
           READ DPAYMAS-FILE
               KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYCSM-MASTER-OK
               SET DPAYCSM-CONSENT-FOUND TO TRUE
               GO TO 4100-EXIT
           END-IF.
           MOVE DPAYCSM-MATCH-CONSENT-ID
               TO DFHCA-01-CONSENT-ID IN DPAYARC-RECORD.
           READ DPAYARCH-FILE
               KEY IS DFHCA-01-CONSENT-ID IN DPAYARC-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYCSM-ARCHIVE-OK
               MOVE DPAYARC-RECORD TO DPAYMAS-RECORD
               SET DPAYCSM-CONSENT-FOUND TO TRUE
           END-IF.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * THE TARGET RESOLUTION DATE - THE TYPE'S NUMBER OF BUSINESS    *
      * DAYS ON FROM TODAY, ON THE HOUSE CALENDAR.                    *
      *****************************************************************
       4300-SET-TARGET-DATE.
           MOVE DPAYCSM-TODAY-DATE TO DPAYCSM-WORK-DATE.
           PERFORM 4310-ADD-BUSINESS-DAY
               THRU 4310-EXIT
               DPAYCSM-TARGET-DAYS TIMES.
           MOVE DPAYCSM-WORK-DATE (1:4) TO DPAYCSM-TG-YEAR.
           MOVE DPAYCSM-WORK-DATE (5:2) TO DPAYCSM-TG-MONTH.
           MOVE DPAYCSM-WORK-DATE (7:2) TO DPAYCSM-TG-DAY.
       4300-EXIT.
           EXIT.

       4310-ADD-BUSINESS-DAY.
           COMPUTE DPAYCSM-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (DPAYCSM-WORK-DATE-N) + 1.
           COMPUTE DPAYCSM-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER (DPAYCSM-DAY-INTEGER).
           SET DPAYBDP-NEXT-DAY TO TRUE.
           MOVE "*DEFAULT" TO DPAYBDP-SCHEME.
           MOVE DPAYCSM-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           CALL "DPAYBDY" USING DPAYCSM-BDY-PARMS.
           MOVE DPAYBDP-RESULT-DATE TO DPAYCSM-WORK-DATE-N.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * A CASE MAY ONLY BE OWNED BY AN ACTIVE OPERATOR ENTITLED TO    *
      * WORK CASES.  THE REASON COMES BACK SPACES WHEN THEY ARE.      *
      *****************************************************************
       4400-CHECK-OWNER.
           CALL "DPAYOPV" USING DPAYCSM-OWNER, DPAYCSM-FUNCTION,
                                DPAYCSM-OPER-REASON.
       4400-EXIT.
           EXIT.

      *****************************************************************
      * TAKE THE NEXT CASE NUMBER FROM THE CONTROL RECORD, CASE       *
      * ZERO.  A CONTROL RECORD THAT CANNOT BE UPDATED LEAVES THE     *
      * CARD UNAPPLIED AND THE DISPOSITION SET FOR THE CALLER TO SEE. *
      *****************************************************************
       4500-NEXT-CASE-NUMBER.
           MOVE ZERO TO DPAYCSE-CASE-NO.
           READ DPAYCASE-FILE
               KEY IS DPAYCSE-CASE-NO
               INVALID KEY
                   CONTINUE
           END-READ.
           ADD 1 TO DPAYCSE-LAST-CASE-NO.
           MOVE DPAYCSE-LAST-CASE-NO TO DPAYCSM-NEW-CASE-NO.
           REWRITE DPAYCSE-RECORD.
           IF NOT DPAYCSM-CASE-OK
               PERFORM 8300-CASE-FILE-ERROR
                   THRU 8300-EXIT
           END-IF.
       4500-EXIT.
           EXIT.

      *****************************************************************
      * ADD A NOTE TO AN OPEN CASE.                                   *
      *****************************************************************
       5000-NOTE-CASE.
           PERFORM 5100-GET-OPEN-CASE
               THRU 5100-EXIT.
           IF DPAYCSM-D-DISP NOT = SPACES
               GO TO 5000-EXIT
           END-IF.
           IF DPAYCSM-C-TEXT = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "NOTE TEXT MISSING" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE SPACES TO DPAYCSN-RECORD.
           SET DPAYCSN-NOTED TO TRUE.
           PERFORM 8000-BUILD-NOTE
               THRU 8000-EXIT.
           PERFORM 8200-SAVE-CASE
               THRU 8200-EXIT.
           IF DPAYCSM-D-DISP NOT = SPACES
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO DPAYCSM-NOTED-CT.
           ADD 1 TO DPAYCSM-APPLIED-CT.
           MOVE "NOTE ADDED" TO DPAYCSM-D-DISP.
           PERFORM 8500-WRITE-REPORT
               THRU 8500-EXIT.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * READ THE CASE A NOTE, REASSIGN OR CLOSE CARD NAMES.  IT MUST  *
      * EXIST AND STILL BE OPEN; OTHERWISE THE CARD IS REJECTED AND   *
      * THE DISPOSITION LEFT SET FOR THE CALLER TO SEE.               *
      *****************************************************************
       5100-GET-OPEN-CASE.
           IF DPAYCSM-C-CASE-NO-N NOT NUMERIC
               OR DPAYCSM-C-CASE-NO-N = ZERO
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "INVALID CASE NUMBER" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE DPAYCSM-C-CASE-NO-N TO DPAYCSE-CASE-NO.
           READ DPAYCASE-FILE
               KEY IS DPAYCSE-CASE-NO
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYCSM-CASE-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CASE NOT ON FILE" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE DPAYCSE-CONSENT-ID TO DPAYCSM-D-CONSENT-ID.
           MOVE DPAYCSE-CASE-TYPE TO DPAYCSM-D-TYPE.
           MOVE DPAYCSE-OWNER TO DPAYCSM-D-OWNER.
           IF NOT DPAYCSE-CASE-OPEN
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CASE ALREADY CLOSED" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *****************************************************************
      * HAND AN OPEN CASE TO A NEW OWNER, WHO MUST BE ENTITLED TO     *
      * WORK CASES.  THE TRAIL KEEPS BOTH OWNERS AND ANY REASON.      *
      *****************************************************************
       6000-REASSIGN-CASE.
           PERFORM 5100-GET-OPEN-CASE
               THRU 5100-EXIT.
           IF DPAYCSM-D-DISP NOT = SPACES
               GO TO 6000-EXIT
           END-IF.
           IF DPAYCSM-C-OWNER = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "NEW OWNER MISSING" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 6000-EXIT
           END-IF.
           IF DPAYCSM-C-OWNER = DPAYCSE-OWNER
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CASE ALREADY HAS THAT OWNER" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE DPAYCSM-C-OWNER TO DPAYCSM-OWNER.
           PERFORM 4400-CHECK-OWNER
               THRU 4400-EXIT.
           IF DPAYCSM-OPER-REASON NOT = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               STRING "NEW OWNER: " DELIMITED BY SIZE
                      DPAYCSM-OPER-REASON DELIMITED BY SIZE
                   INTO DPAYCSM-D-DISP
               END-STRING
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE DPAYCSE-OWNER TO DPAYCSM-OLD-OWNER.
           MOVE SPACES TO DPAYCSN-RECORD.
           SET DPAYCSN-REASSIGNED TO TRUE.
           MOVE DPAYCSM-OLD-OWNER TO DPAYCSN-OLD-OWNER.
           MOVE DPAYCSM-OWNER TO DPAYCSN-NEW-OWNER.
           PERFORM 8000-BUILD-NOTE
               THRU 8000-EXIT.
           MOVE DPAYCSM-OWNER TO DPAYCSE-OWNER.
           PERFORM 8200-SAVE-CASE
               THRU 8200-EXIT.
           IF DPAYCSM-D-DISP NOT = SPACES
               GO TO 6000-EXIT
           END-IF.
           ADD 1 TO DPAYCSM-REASSIGNED-CT.
           ADD 1 TO DPAYCSM-APPLIED-CT.
           MOVE DPAYCSM-OWNER TO DPAYCSM-D-OWNER.
           STRING "REASSIGNED FROM " DELIMITED BY SIZE
                  DPAYCSM-OLD-OWNER DELIMITED BY SIZE
               INTO DPAYCSM-D-DISP
           END-STRING.
           PERFORM 8500-WRITE-REPORT
               THRU 8500-EXIT.
       6000-EXIT.
           EXIT.

      *****************************************************************
      * CLOSE AN OPEN CASE WITH ITS OUTCOME.  A CHARGE REFUND IS      *
      * CHECKED BEFORE THE CASE IS CLOSED, AND A REFUND THAT FAILS    *
      * ITS CHECKS LEAVES THE CASE OPEN.  THE REFUND IS WRITTEN TO    *
      * THE REFUND FILE ONLY ONCE THE CLOSED CASE IS SAVED.           *
      *****************************************************************
       7000-CLOSE-CASE.
           PERFORM 5100-GET-OPEN-CASE
               THRU 5100-EXIT.
           IF DPAYCSM-D-DISP NOT = SPACES
               GO TO 7000-EXIT
           END-IF.
           IF NOT DPAYCSM-C-CLOSE-VALID
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "INVALID CLOSE CODE" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7000-EXIT
           END-IF.
           IF DPAYCSM-C-TEXT = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "OUTCOME TEXT MISSING" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7000-EXIT
           END-IF.
           MOVE ZERO TO DPAYCSM-REFUND-AMT.
           IF DPAYCSM-C-CLOSE-REFUND
               MOVE DPAYCSE-RECORD TO DPAYCSM-SAVE-CASE
               PERFORM 7100-CHECK-REFUND
                   THRU 7100-EXIT
               MOVE DPAYCSM-SAVE-CASE TO DPAYCSE-RECORD
               IF DPAYCSM-D-DISP NOT = SPACES
                   GO TO 7000-EXIT
               END-IF
           END-IF.
           MOVE SPACES TO DPAYCSN-RECORD.
           SET DPAYCSN-CLOSED TO TRUE.
           PERFORM 8000-BUILD-NOTE
               THRU 8000-EXIT.
           SET DPAYCSE-CASE-CLOSED TO TRUE.
           MOVE DPAYCSM-C-OPER-ID TO DPAYCSE-CLOSED-BY.
           MOVE DPAYCSM-NOW-TS TO DPAYCSE-CLOSED-TS.
           MOVE DPAYCSM-C-CLOSE-CODE TO DPAYCSE-CLOSE-CODE.
           IF DPAYCSE-CLOSE-REFUND
               MOVE DPAYCSM-C-CHARGE-NO-N TO DPAYCSE-REFUND-CHG-NO
               MOVE DPAYCSM-REFUND-AMT TO DPAYCSE-REFUND-AMT
               MOVE DFHCA-01-CHARGE-CUR-CD IN DPAYMAS-RECORD
                       (DPAYCSM-C-CHARGE-NO-N)
                   TO DPAYCSE-REFUND-CUR
           END-IF.
           PERFORM 8200-SAVE-CASE
               THRU 8200-EXIT.
           IF DPAYCSM-D-DISP NOT = SPACES
               GO TO 7000-EXIT
           END-IF.
           IF DPAYCSE-CLOSE-REFUND
               PERFORM 7200-WRITE-REFUND
                   THRU 7200-EXIT
           END-IF.
           ADD 1 TO DPAYCSM-CLOSED-CT.
           ADD 1 TO DPAYCSM-APPLIED-CT.
           IF DPAYCSE-CLOSE-REFUND
               ADD 1 TO DPAYCSM-REFUND-CT
               MOVE DPAYCSM-REFUND-AMT TO DPAYCSM-EDIT-AMT
               STRING "CLOSED - CHARGE REFUND " DELIMITED BY SIZE
                      DPAYCSM-EDIT-AMT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      DPAYCSE-REFUND-CUR DELIMITED BY SIZE
                   INTO DPAYCSM-D-DISP
               END-STRING
           ELSE
               STRING "CLOSED - " DELIMITED BY SIZE
                      DPAYCSE-CLOSE-CODE DELIMITED BY SIZE
                   INTO DPAYCSM-D-DISP
               END-STRING
           END-IF.
           PERFORM 8500-WRITE-REPORT
               THRU 8500-EXIT.
       7000-EXIT.
           EXIT.

      *****************************************************************
      * A CHARGE REFUND NEEDS THE REFUND ENTITLEMENT, A SETTLED       *
      * CONSENT (ONLY A SETTLED CONSENT'S CHARGES ARE BILLED), AN     *
      * OCCUPIED CHARGE BORNE BY THE CUSTOMER, AND AN AMOUNT NO MORE  *
      * THAN THE CHARGE LESS WHAT OTHER CASES HAVE ALREADY REFUNDED   *
      * AGAINST IT.  NO AMOUNT MEANS ALL THAT IS LEFT.                *
      *****************************************************************
       7100-CHECK-REFUND.
           CALL "DPAYOPV" USING DPAYCSM-C-OPER-ID,
                                DPAYCSM-REFUND-FUNCTION,
                                DPAYCSM-OPER-REASON.
           IF DPAYCSM-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYCSM-OPER-REJECT-CT
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               STRING "REFUND: " DELIMITED BY SIZE
                      DPAYCSM-OPER-REASON DELIMITED BY SIZE
                   INTO DPAYCSM-D-DISP
               END-STRING
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7100-EXIT
           END-IF.
           MOVE DPAYCSE-CONSENT-ID TO DPAYCSM-MATCH-CONSENT-ID.
           PERFORM 4100-FIND-CONSENT
               THRU 4100-EXIT.
           IF NOT DPAYCSM-CONSENT-FOUND
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CONSENT NOT ON MASTER OR ARCHIVE"
                   TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7100-EXIT
           END-IF.
           IF NOT DFHCA-01-CONSENT-SETTLED IN DPAYMAS-RECORD
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CONSENT NOT SETTLED - NO CHARGE BILLED"
                   TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7100-EXIT
           END-IF.
           IF DPAYCSM-C-CHARGE-NO-N NOT NUMERIC
               OR DPAYCSM-C-CHARGE-NO-N = ZERO
               OR DPAYCSM-C-CHARGE-NO-N
                   > DFHCA-01-CHARGE-COUNT IN DPAYMAS-RECORD
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "NO SUCH CHARGE ON THE CONSENT" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7100-EXIT
           END-IF.
           IF DFHCA-01-CHG-BEAR-CREDITOR IN DPAYMAS-RECORD
                   (DPAYCSM-C-CHARGE-NO-N)
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CHARGE NOT BORNE BY THE CUSTOMER"
                   TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7100-EXIT
           END-IF.
           IF DPAYCSM-C-REFUND-AMT NOT = SPACES
               AND DPAYCSM-C-REFUND-AMT-N NOT NUMERIC
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "REFUND AMOUNT NOT NUMERIC" TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7100-EXIT
           END-IF.
           MOVE SPACES TO DPAYCSM-MATCH-TYPE.
           MOVE DPAYCSM-C-CHARGE-NO-N TO DPAYCSM-MATCH-CHG-NO.
           PERFORM 8100-BROWSE-CONSENT-CASES
               THRU 8100-EXIT.
           COMPUTE DPAYCSM-REFUND-LEFT =
               DFHCA-01-CHARGE-AMT IN DPAYMAS-RECORD
                   (DPAYCSM-C-CHARGE-NO-N)
               - DPAYCSM-EARLIER-REFUND.
           IF DPAYCSM-REFUND-LEFT NOT > ZERO
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "CHARGE ALREADY REFUNDED IN FULL"
                   TO DPAYCSM-D-DISP
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
               GO TO 7100-EXIT
           END-IF.
           IF DPAYCSM-C-REFUND-AMT = SPACES
               OR DPAYCSM-C-REFUND-AMT-N = ZERO
               MOVE DPAYCSM-REFUND-LEFT TO DPAYCSM-REFUND-AMT
           ELSE
               MOVE DPAYCSM-C-REFUND-AMT-N TO DPAYCSM-REFUND-AMT
           END-IF.
           IF DPAYCSM-REFUND-AMT > DPAYCSM-REFUND-LEFT
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE DPAYCSM-REFUND-LEFT TO DPAYCSM-EDIT-AMT
               STRING "REFUND MORE THAN IS LEFT - " DELIMITED BY SIZE
                      DPAYCSM-EDIT-AMT DELIMITED BY SIZE
                   INTO DPAYCSM-D-DISP
               END-STRING
               PERFORM 8500-WRITE-REPORT
                   THRU 8500-EXIT
           END-IF.
       7100-EXIT.
           EXIT.

      *****************************************************************
      * THE REFUND LINE FOR THE BILLING RUN AND THE GL EXTRACT, KEYED *
      * ON THE CASE, NEITHER YET STAMPED AS HAVING TAKEN IT.  THE     *
      * CASE IS ALREADY CLOSED, SO A LINE THE FILE WILL NOT TAKE IS   *
      * PRINTED UNDER THE CARD FOR THE REFUND TO BE RAISED BY HAND.   *
      *****************************************************************
       7200-WRITE-REFUND.
           MOVE SPACES TO DPAYCRF-RECORD.
           MOVE DPAYCSE-CASE-NO TO DPAYCRF-CASE-NO.
           MOVE DPAYCSE-CONSENT-ID TO DPAYCRF-CONSENT-ID.
           MOVE DPAYCSM-NOW-DATE TO DPAYCRF-REFUND-DATE.
           MOVE DPAYCSM-C-OPER-ID TO DPAYCRF-OPER-ID.
           MOVE DFHCA-01-DEBIT-AC IN DPAYMAS-RECORD
               TO DPAYCRF-DEBIT-AC.
           MOVE DPAYCSM-C-CHARGE-NO-N TO DPAYCRF-CHARGE-NO.
           MOVE DFHCA-01-CHARGE-BEARER IN DPAYMAS-RECORD
                   (DPAYCSM-C-CHARGE-NO-N)
               TO DPAYCRF-CHARGE-BEARER.
           MOVE DFHCA-01-CHARGE-TYPE IN DPAYMAS-RECORD
                   (DPAYCSM-C-CHARGE-NO-N)
               TO DPAYCRF-CHARGE-TYPE.
           MOVE DFHCA-01-CHARGE-CUR-CD IN DPAYMAS-RECORD
                   (DPAYCSM-C-CHARGE-NO-N)
               TO DPAYCRF-CURRENCY.
           MOVE DPAYCSM-REFUND-AMT TO DPAYCRF-AMOUNT.
           WRITE DPAYCRF-RECORD.
           IF NOT DPAYCSM-REFUND-OK
               STRING "CASE CLOSED - REFUND NOT WRITTEN, STATUS "
                          DELIMITED BY SIZE
                      DPAYCSM-REFUND-STATUS DELIMITED BY SIZE
                   INTO DPAYCSM-REFUND-ERROR
               END-STRING
               PERFORM 8400-FILE-ERROR
                   THRU 8400-EXIT
           END-IF.
       7200-EXIT.
           EXIT.

      *****************************************************************
      * BUILD THE ACTION'S NOTE FOR THE CASE'S NOTE TRAIL.  THE       *
      * CALLER HAS SET THE ACTION AND ANY OWNERS; THE TEXT IS THE     *
      * CARD'S.  THE CASE RECORD IN HAND COUNTS THE NOTE AND IS       *
      * STAMPED WITH THE ACTION - 8200 SAVES IT, THEN THE NOTE.       *
      *****************************************************************
       8000-BUILD-NOTE.
           ADD 1 TO DPAYCSE-NOTE-CT.
           MOVE DPAYCSM-NOW-TS TO DPAYCSE-LAST-ACTION-TS.
           MOVE DPAYCSE-CASE-NO TO DPAYCSN-CASE-NO.
           MOVE DPAYCSE-NOTE-CT TO DPAYCSN-NOTE-SEQ.
           MOVE DPAYCSM-NOW-TS TO DPAYCSN-NOTE-TS.
           MOVE DPAYCSM-C-OPER-ID TO DPAYCSN-OPER-ID.
           MOVE DPAYCSM-C-TEXT TO DPAYCSN-TEXT.
       8000-EXIT.
           EXIT.

      *****************************************************************
      * SAVE THE CASE RECORD IN HAND - WRITTEN WHEN THE ACTION OPENS  *
      * THE CASE, REWRITTEN OTHERWISE - AND THEN ITS NOTE.  A CASE    *
      * THE FILE WILL NOT TAKE GETS NO NOTE, AND THE DISPOSITION IS   *
      * LEFT SET FOR THE CALLER TO SEE.  A NOTE THE NOTE FILE WILL    *
      * NOT TAKE DOES NOT UNDO THE SAVED CASE - THE ACTION GOES ON    *
      * AND THE FAILURE PRINTS UNDER THE CARD.                        *
      *****************************************************************
       8200-SAVE-CASE.
           IF DPAYCSN-OPENED
               WRITE DPAYCSE-RECORD
           ELSE
               REWRITE DPAYCSE-RECORD
           END-IF.
           IF NOT DPAYCSM-CASE-OK
               PERFORM 8300-CASE-FILE-ERROR
                   THRU 8300-EXIT
               GO TO 8200-EXIT
           END-IF.
           WRITE DPAYCSN-RECORD.
           IF NOT DPAYCSM-NOTE-OK
               STRING "CASE SAVED - NOTE NOT WRITTEN, STATUS "
                          DELIMITED BY SIZE
                      DPAYCSM-NOTE-STATUS DELIMITED BY SIZE
                   INTO DPAYCSM-NOTE-ERROR
               END-STRING
               PERFORM 8400-FILE-ERROR
                   THRU 8400-EXIT
           END-IF.
       8200-EXIT.
           EXIT.

      *****************************************************************
      * THE CASE FILE REFUSED AN UPDATE.  THE CARD IS NOT APPLIED, IS *
      * COUNTED AS IN ERROR AND PRINTS WITH THE FILE STATUS, AND THE  *
      * STEP ENDS WITH RETURN CODE 16.                                *
      *****************************************************************
       8300-CASE-FILE-ERROR.
           ADD 1 TO DPAYCSM-ERROR-CT.
           MOVE 16 TO RETURN-CODE.
           STRING "NOT APPLIED - CASE FILE STATUS " DELIMITED BY SIZE
                  DPAYCSM-CASE-STATUS DELIMITED BY SIZE
               INTO DPAYCSM-D-DISP
           END-STRING.
           PERFORM 8500-WRITE-REPORT
               THRU 8500-EXIT.
       8300-EXIT.
           EXIT.

      *****************************************************************
      * A NOTE OR REFUND WAS NOT WRITTEN AFTER THE CASE WAS SAVED.    *
      * IT IS COUNTED AS IN ERROR, THE STEP ENDS WITH RETURN CODE 16, *
      * AND 8500 PRINTS THE FAILURE UNDER THE CARD.                   *
      *****************************************************************
       8400-FILE-ERROR.
           ADD 1 TO DPAYCSM-ERROR-CT.
           MOVE 16 TO RETURN-CODE.
       8400-EXIT.
           EXIT.

      *****************************************************************
      * BROWSE EVERY CASE AGAINST THE CONSENT, ON THE ALTERNATE KEY,  *
      * FOR AN OPEN CASE OF THE MATCH TYPE AND FOR THE REFUNDS        *
      * CLOSED CASES HAVE MADE AGAINST THE MATCH CHARGE.              *
      *****************************************************************
       8100-BROWSE-CONSENT-CASES.
           MOVE ZERO TO DPAYCSM-DUP-CASE-NO.
           MOVE ZERO TO DPAYCSM-EARLIER-REFUND.
           MOVE "N" TO DPAYCSM-BROWSE-EOF-SW.
           MOVE DPAYCSM-MATCH-CONSENT-ID TO DPAYCSE-CONSENT-ID.
           START DPAYCASE-FILE
               KEY IS = DPAYCSE-CONSENT-ID
               INVALID KEY
                   SET DPAYCSM-BROWSE-AT-EOF TO TRUE
           END-START.
           PERFORM 8110-READ-CONSENT-CASE
               THRU 8110-EXIT
               UNTIL DPAYCSM-BROWSE-AT-EOF.
       8100-EXIT.
           EXIT.

       8110-READ-CONSENT-CASE.
           READ DPAYCASE-FILE NEXT RECORD
               AT END
                   SET DPAYCSM-BROWSE-AT-EOF TO TRUE
           END-READ.
           IF DPAYCSM-BROWSE-AT-EOF
               GO TO 8110-EXIT
           END-IF.
           IF DPAYCSE-CONSENT-ID NOT = DPAYCSM-MATCH-CONSENT-ID
               SET DPAYCSM-BROWSE-AT-EOF TO TRUE
               GO TO 8110-EXIT
           END-IF.
           IF DPAYCSE-CASE-OPEN
               AND DPAYCSE-CASE-TYPE = DPAYCSM-MATCH-TYPE
               MOVE DPAYCSE-CASE-NO TO DPAYCSM-DUP-CASE-NO
           END-IF.
           IF DPAYCSE-CASE-CLOSED
               AND DPAYCSE-CLOSE-REFUND
               AND DPAYCSE-REFUND-CHG-NO = DPAYCSM-MATCH-CHG-NO
               ADD DPAYCSE-REFUND-AMT TO DPAYCSM-EARLIER-REFUND
           END-IF.
       8110-EXIT.
           EXIT.

      *****************************************************************
      * PRINT THE CARD'S DISPOSITION, ITS TEXT WHEN IT HAS ANY, AND   *
      * ANY NOTE OR REFUND THE FILES WOULD NOT TAKE.                  *
      *****************************************************************
       8500-WRITE-REPORT.
           MOVE DPAYCSM-DETAIL-LINE TO DPAYCSMR-LINE.
           WRITE DPAYCSMR-LINE.
           IF DPAYCSM-C-TEXT NOT = SPACES
               MOVE DPAYCSM-C-TEXT TO DPAYCSM-T-TEXT
               MOVE DPAYCSM-TEXT-LINE TO DPAYCSMR-LINE
               WRITE DPAYCSMR-LINE
           END-IF.
           IF DPAYCSM-NOTE-ERROR NOT = SPACES
               MOVE DPAYCSM-NOTE-ERROR TO DPAYCSM-E-TEXT
               MOVE DPAYCSM-ERROR-LINE TO DPAYCSMR-LINE
               WRITE DPAYCSMR-LINE
               MOVE SPACES TO DPAYCSM-NOTE-ERROR
           END-IF.
           IF DPAYCSM-REFUND-ERROR NOT = SPACES
               MOVE DPAYCSM-REFUND-ERROR TO DPAYCSM-E-TEXT
               MOVE DPAYCSM-ERROR-LINE TO DPAYCSMR-LINE
               WRITE DPAYCSMR-LINE
               MOVE SPACES TO DPAYCSM-REFUND-ERROR
           END-IF.
       8500-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYCSM-CARD-CT TO DPAYCSM-S-CARD-CT.
           MOVE DPAYCSM-APPLIED-CT TO DPAYCSM-S-APPLIED-CT.
           MOVE DPAYCSM-REJECTED-CT TO DPAYCSM-S-REJECTED-CT.
           MOVE DPAYCSM-OPER-REJECT-CT TO DPAYCSM-S-OPER-REJECT-CT.
           MOVE DPAYCSM-SUMMARY-1 TO DPAYCSMR-LINE.
           WRITE DPAYCSMR-LINE.
           MOVE DPAYCSM-OPENED-CT TO DPAYCSM-S-OPENED-CT.
           MOVE DPAYCSM-NOTED-CT TO DPAYCSM-S-NOTED-CT.
           MOVE DPAYCSM-REASSIGNED-CT TO DPAYCSM-S-REASSIGNED-CT.
           MOVE DPAYCSM-CLOSED-CT TO DPAYCSM-S-CLOSED-CT.
           MOVE DPAYCSM-REFUND-CT TO DPAYCSM-S-REFUND-CT.
           MOVE DPAYCSM-SUMMARY-2 TO DPAYCSMR-LINE.
           WRITE DPAYCSMR-LINE.
           IF DPAYCSM-ERROR-CT > ZERO
               MOVE 16 TO RETURN-CODE
               MOVE DPAYCSM-ERROR-CT TO DPAYCSM-S-ERROR-CT
               MOVE DPAYCSM-SUMMARY-3 TO DPAYCSMR-LINE
               WRITE DPAYCSMR-LINE
           END-IF.
           IF DPAYCSM-CARDS-OPEN
               CLOSE DPAYCSMC-FILE
           END-IF.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYARCH-FILE.
           CLOSE DPAYCASE-FILE.
           CLOSE DPAYCSNT-FILE.
           CLOSE DPAYCRFD-FILE.
           CLOSE DPAYCSMR-FILE.
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
           MOVE DPAYCSM-CARD-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "APPLIED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYCSM-APPLIED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "REJECTED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYCSM-REJECTED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYCSM-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
