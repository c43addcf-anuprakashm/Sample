      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYFRD                                          *
      * DESCRIPTION: Nightly behavioural fraud-pattern scoring.  The  *
      *              watchlist (DPAYSCR) and the velocity limits      *
      *              (DPAYLMT) only ever look at one payment, or one  *
      *              day on one account; this sweep looks across the  *
      *              whole book - the consent master (DPAYMAS), the   *
      *              archive (DPAYARCH) and the permanent status      *
      *              history (DPAYHSTF) - for patterns over time.     *
      *              Every consent captured in the alert window is    *
      *              scored against four patterns on its debit        *
      *              account, amounts compared in base currency       *
      *              (DPAYFXC) :                                      *
      *                STRUCTURING      - 50 POINTS - THE PAYMENT IS  *
      *                   JUST UNDER THE ACCOUNT'S SINGLE-PAYMENT     *
      *                   LIMIT (DPAYLIM, '*DEFAULT' FALLBACK) AND    *
      *                   ENOUGH OTHERS JUST UNDER IT FALL IN THE     *
      *                   STRUCTURING SPAN OF DAYS;                   *
      *                NEW PAYEE        - 40 POINTS - THE FIRST-EVER  *
      *                   PAYMENT FROM THE ACCOUNT TO THIS CREDIT     *
      *                   ACCOUNT, FAR ABOVE THE ACCOUNT'S USUAL      *
      *                   (AVERAGE) AMOUNT OVER THE LOOKBACK;         *
      *                DORMANT BURST    - 30 POINTS - A BURST OF      *
      *                   PAYMENTS ON AN ACCOUNT WITH NO ACTIVITY     *
      *                   (CAPTURE OR STATUS CHANGE) FOR THE DORMANT  *
      *                   SPAN BEFORE IT;                             *
      *                SHARED NEW PAYEE - 50 POINTS - THE CREDIT      *
      *                   ACCOUNT IS NEWLY SEEN AND ALREADY PAID BY   *
      *                   MANY DIFFERENT DEBIT ACCOUNTS.              *
      *              Every consent scoring above zero is listed on    *
      *              the fraud-alert report (DPAYFRDR) with its       *
      *              patterns.  One scoring at or above the hold      *
      *              score that is still open (pending, authorised    *
      *              or awaiting second approval, and not yet         *
      *              submitted) is held for review exactly as a       *
      *              watchlist hit is - pre-hold status kept, status  *
      *              H, RC +95 - notified (DPAYNTF), recorded on the  *
      *              status history (DPAYHST) and queued to the       *
      *              review queue (DPAYRVWQ) with the patterns as the *
      *              reason; it is released or rejected through       *
      *              DPAYDSP.  Rejected, expired and cancelled        *
      *              consents are not customer activity and are left  *
      *              out; an expiry on the history is not activity    *
      *              either.  A WINDOW PAYMENT WITH NO CURRENT RATE   *
      *              STOPS THE RUN WITH RETURN CODE 16 BEFORE ANY     *
      *              CONSENT IS HELD, AND THE STOP IS PRINTED.        *
      *                                                                *
      * INPUT CARD FORMAT (DPAYFRDC) :                                 *
      *   COLS 1-3   LOOKBACK IN DAYS - 9(3), DEFAULT 090             *
      *   COLS 4-6   STRUCTURING - PERCENT OF THE SINGLE LIMIT AT OR  *
      *              ABOVE WHICH A PAYMENT IS JUST UNDER IT - 9(3),   *
      *              DEFAULT 090                                      *
      *   COLS 7-9   STRUCTURING SPAN IN DAYS - 9(3), DEFAULT 007     *
      *   COLS 10-12 STRUCTURING COUNT - 9(3), DEFAULT 003            *
      *   COLS 13-15 NEW PAYEE - TIMES THE USUAL AMOUNT - 9(3),       *
      *              DEFAULT 005                                      *
      *   COLS 16-18 DORMANT SPAN IN DAYS - 9(3), DEFAULT 090         *
      *   COLS 19-21 BURST SPAN IN DAYS - 9(3), DEFAULT 002           *
      *   COLS 22-24 BURST COUNT - 9(3), DEFAULT 003                  *
      *   COLS 25-27 SHARED PAYEE - DAYS A CREDIT ACCOUNT COUNTS AS   *
      *              NEW - 9(3), DEFAULT 030                          *
      *   COLS 28-30 SHARED PAYEE - DEBIT ACCOUNTS - 9(3),            *
      *              DEFAULT 003                                      *
      *   COLS 31-33 HOLD SCORE - 9(3), DEFAULT 050                   *
      *   COLS 34-36 ALERT WINDOW IN DAYS - 9(3), DEFAULT 001 (THE    *
      *              CONSENTS CAPTURED TODAY)                         *
      *   THE CARD IS OPTIONAL - THE DEFAULTS APPLY WHEN THE CARD      *
      *   FILE IS EMPTY OR NOT SUPPLIED, OR A FIELD IS NOT NUMERIC     *
      *   OR IS ZERO.  DAYS ARE CALENDAR DAYS.  THE NEW PAYEE PATTERN  *
      *   NEEDS AT LEAST THREE EARLIER PAYMENTS IN THE LOOKBACK TO     *
      *   KNOW WHAT IS USUAL FOR THE ACCOUNT.                          *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/03/11  RSH  INITIAL VERSION.                               *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *  19/07/01  RSH  CHECK THE MASTER REWRITE WHEN HOLDING; A       *
      *                 FAILED HOLD IS COUNTED AND ENDS RC 16.         *
      *  19/07/15  RSH  SET RC 16 FOR A FAILED HOLD AGAIN AT THE END - *
      *                 LATER CALLS RESET THE RETURN CODE.             *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYFRD.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  11/03/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYFRDC-FILE ASSIGN TO "DPAYFRDC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-CARD-STATUS.

           SELECT DPAYMAS-FILE ASSIGN TO "DPAYMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               ALTERNATE RECORD KEY IS
                   DFHCA-01-DOMESTIC-PAY-ID IN DPAYMAS-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DPAYFRD-MASTER-STATUS.

           SELECT DPAYARCH-FILE ASSIGN TO "DPAYARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYARC-RECORD
               ALTERNATE RECORD KEY IS
                   DFHCA-01-DOMESTIC-PAY-ID IN DPAYARC-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DPAYFRD-ARCH-STATUS.

           SELECT DPAYHSTF-FILE ASSIGN TO "DPAYHSTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-HIST-STATUS.

           SELECT DPAYLIM-FILE ASSIGN TO "DPAYLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYLIM-DEBIT-AC
               FILE STATUS IS DPAYFRD-LIMITS-STATUS.

           SELECT DPAYRVWQ-FILE ASSIGN TO "DPAYRVWQ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-QUEUE-STATUS.

           SELECT DPAYFRWA-FILE ASSIGN TO "DPAYFRWA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-ACTW-STATUS.

           SELECT DPAYSRT1-FILE ASSIGN TO "DPAYFSW1".

           SELECT DPAYFRWB-FILE ASSIGN TO "DPAYFRWB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-ACTS-STATUS.

           SELECT DPAYFRWC-FILE ASSIGN TO "DPAYFRWC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-PAYW-STATUS.

           SELECT DPAYSRT2-FILE ASSIGN TO "DPAYFSW2".

           SELECT DPAYFRWD-FILE ASSIGN TO "DPAYFRWD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-PAYS-STATUS.

           SELECT DPAYFRWE-FILE ASSIGN TO "DPAYFRWE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-SCRW-STATUS.

           SELECT DPAYSRT3-FILE ASSIGN TO "DPAYFSW3".

           SELECT DPAYFRWF-FILE ASSIGN TO "DPAYFRWF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-SCRS-STATUS.

           SELECT DPAYFRDR-FILE ASSIGN TO "DPAYFRDR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFRD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYFRDC-FILE
           RECORDING MODE IS F.
       01  DPAYFRDC-CARD.
           05  DPAYFRDC-LOOKBACK-DAYS     PIC 9(03).
           05  DPAYFRDC-STRUCT-PCT        PIC 9(03).
           05  DPAYFRDC-STRUCT-DAYS       PIC 9(03).
           05  DPAYFRDC-STRUCT-CT         PIC 9(03).
           05  DPAYFRDC-NEWPAYEE-FACTOR   PIC 9(03).
           05  DPAYFRDC-DORMANT-DAYS      PIC 9(03).
           05  DPAYFRDC-BURST-DAYS        PIC 9(03).
           05  DPAYFRDC-BURST-CT          PIC 9(03).
           05  DPAYFRDC-NEWBEN-DAYS       PIC 9(03).
           05  DPAYFRDC-SHARED-CT         PIC 9(03).
           05  DPAYFRDC-HOLD-SCORE        PIC 9(03).
           05  DPAYFRDC-ALERT-DAYS        PIC 9(03).

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.

       FD  DPAYARCH-FILE.
           COPY DPAYARC.

       FD  DPAYHSTF-FILE
           RECORDING MODE IS F.
           COPY DPAYHST.

       FD  DPAYLIM-FILE.
           COPY DPAYLIM.

       FD  DPAYRVWQ-FILE
           RECORDING MODE IS F.
           COPY DPAYRVW.

       FD  DPAYFRWA-FILE
           RECORDING MODE IS F.
       01  DPAYFRWA-RECORD                PIC X(122).

       SD  DPAYSRT1-FILE.
       01  DPAYSRT1-RECORD.
           05  DPAYSRT1-CONSENT-ID        PIC 9(09).
           05  DPAYSRT1-REC-TYPE          PIC X(01).
           05  DPAYSRT1-REST              PIC X(112).

       FD  DPAYFRWB-FILE
           RECORDING MODE IS F.
       01  DPAYFRWB-RECORD                PIC X(122).

       FD  DPAYFRWC-FILE
           RECORDING MODE IS F.
       01  DPAYFRWC-RECORD                PIC X(131).

       SD  DPAYSRT2-FILE.
       01  DPAYSRT2-RECORD.
           05  DPAYSRT2-DEBIT-AC          PIC X(16).
           05  DPAYSRT2-CREDIT-AC         PIC X(16).
           05  DPAYSRT2-CREATE-DATE       PIC X(10).
           05  DPAYSRT2-CONSENT-ID        PIC 9(09).
           05  DPAYSRT2-REST              PIC X(80).

       FD  DPAYFRWD-FILE
           RECORDING MODE IS F.
       01  DPAYFRWD-RECORD                PIC X(131).

       FD  DPAYFRWE-FILE
           RECORDING MODE IS F.
       01  DPAYFRWE-RECORD                PIC X(137).

       SD  DPAYSRT3-FILE.
       01  DPAYSRT3-RECORD.
           05  DPAYSRT3-SCORE             PIC 9(03).
           05  DPAYSRT3-CONSENT-ID        PIC 9(09).
           05  DPAYSRT3-REST              PIC X(125).

       FD  DPAYFRWF-FILE
           RECORDING MODE IS F.
       01  DPAYFRWF-RECORD                PIC X(137).

       FD  DPAYFRDR-FILE
           RECORDING MODE IS F.
       01  DPAYFRDR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYFRD-CARD-STATUS        PIC X(02).
           88  DPAYFRD-CARD-OK            VALUE "00".
           88  DPAYFRD-CARD-NOT-FOUND     VALUE "35".

       77  DPAYFRD-MASTER-STATUS      PIC X(02).
           88  DPAYFRD-MASTER-OK          VALUE "00".
           88  DPAYFRD-MASTER-EOF         VALUE "10".
           88  DPAYFRD-MASTER-NOT-FOUND   VALUE "35".

       77  DPAYFRD-ARCH-STATUS        PIC X(02).
           88  DPAYFRD-ARCH-OK            VALUE "00".
           88  DPAYFRD-ARCH-EOF           VALUE "10".
           88  DPAYFRD-ARCH-NOT-FOUND     VALUE "35".

       77  DPAYFRD-HIST-STATUS        PIC X(02).
           88  DPAYFRD-HIST-OK            VALUE "00".
           88  DPAYFRD-HIST-EOF           VALUE "10".
           88  DPAYFRD-HIST-NOT-FOUND     VALUE "35".

       77  DPAYFRD-LIMITS-STATUS      PIC X(02).
           88  DPAYFRD-LIMITS-OK          VALUE "00".

       77  DPAYFRD-QUEUE-STATUS       PIC X(02).
           88  DPAYFRD-QUEUE-NOT-FOUND    VALUE "35".

       77  DPAYFRD-ACTW-STATUS        PIC X(02).

       77  DPAYFRD-ACTS-STATUS        PIC X(02).
           88  DPAYFRD-ACTS-EOF           VALUE "10".

       77  DPAYFRD-PAYW-STATUS        PIC X(02).

       77  DPAYFRD-PAYS-STATUS        PIC X(02).
           88  DPAYFRD-PAYS-EOF           VALUE "10".

       77  DPAYFRD-SCRW-STATUS        PIC X(02).

       77  DPAYFRD-SCRS-STATUS        PIC X(02).
           88  DPAYFRD-SCRS-EOF           VALUE "10".

       77  DPAYFRD-REPORT-STATUS      PIC X(02).

       77  DPAYFRD-LIMFILE-SW         PIC X(01) VALUE "N".
           88  DPAYFRD-LIMFILE-OPEN        VALUE "Y".

       77  DPAYFRD-LIMIT-SW           PIC X(01) VALUE "N".
           88  DPAYFRD-LIMIT-APPLIES       VALUE "Y".

       77  DPAYFRD-STOP-SW            PIC X(01) VALUE "N".
           88  DPAYFRD-RUN-STOPPED         VALUE "Y".

       77  DPAYFRD-FOUND-SW           PIC X(01) VALUE "N".
           88  DPAYFRD-ENTRY-FOUND         VALUE "Y".

       77  DPAYFRD-SEEN-FULL-SW       PIC X(01) VALUE "N".
           88  DPAYFRD-SEEN-FULL           VALUE "Y".

       77  DPAYFRD-OWN-NAME           PIC X(08) VALUE "DPAYFRD".
       77  DPAYFRD-DEFAULT-KEY        PIC X(16) VALUE "*DEFAULT".
       77  DPAYFRD-RETCD-FRAUD        PIC S9(4) VALUE +95.

      *****************************************************************
      * RUN PARAMETERS - THE DEFAULTS, OVERRIDDEN FIELD BY FIELD FROM *
      * THE PARAMETER CARD.                                           *
      *****************************************************************
       77  DPAYFRD-LOOKBACK-DAYS      PIC 9(03) VALUE 090.
       77  DPAYFRD-STRUCT-PCT         PIC 9(03) VALUE 090.
       77  DPAYFRD-STRUCT-DAYS        PIC 9(03) VALUE 007.
       77  DPAYFRD-STRUCT-CT          PIC 9(03) VALUE 003.
       77  DPAYFRD-NEWPAYEE-FACTOR    PIC 9(03) VALUE 005.
       77  DPAYFRD-DORMANT-DAYS       PIC 9(03) VALUE 090.
       77  DPAYFRD-BURST-DAYS         PIC 9(03) VALUE 002.
       77  DPAYFRD-BURST-CT           PIC 9(03) VALUE 003.
       77  DPAYFRD-NEWBEN-DAYS        PIC 9(03) VALUE 030.
       77  DPAYFRD-SHARED-CT          PIC 9(03) VALUE 003.
       77  DPAYFRD-HOLD-SCORE         PIC 9(03) VALUE 050.
       77  DPAYFRD-ALERT-DAYS         PIC 9(03) VALUE 001.

      *****************************************************************
      * POINTS PER PATTERN, AND HOW MANY EARLIER PAYMENTS IN THE      *
      * LOOKBACK IT TAKES TO KNOW AN ACCOUNT'S USUAL AMOUNT.          *
      *****************************************************************
       77  DPAYFRD-STRUCT-POINTS      PIC 9(03) VALUE 050.
       77  DPAYFRD-NEWPAYEE-POINTS    PIC 9(03) VALUE 040.
       77  DPAYFRD-DORMANT-POINTS     PIC 9(03) VALUE 030.
       77  DPAYFRD-SHARED-POINTS      PIC 9(03) VALUE 050.
       77  DPAYFRD-USUAL-MIN-CT       PIC 9(03) VALUE 003.

      *****************************************************************
      * DAY NUMBERS (INTEGER DATES) FOR THE WINDOWS.                  *
      *****************************************************************
       77  DPAYFRD-TODAY-DAY          PIC S9(09) COMP.
       77  DPAYFRD-LOOKBACK-FROM      PIC S9(09) COMP.
       77  DPAYFRD-ALERT-FROM         PIC S9(09) COMP.
       77  DPAYFRD-NEWBEN-FROM        PIC S9(09) COMP.
       77  DPAYFRD-SPAN-FROM          PIC S9(09) COMP.
       77  DPAYFRD-DAY-NUMBER         PIC S9(09) COMP.
       77  DPAYFRD-PAY-DAY            PIC S9(09) COMP.
       77  DPAYFRD-LAST-DAY           PIC S9(09) COMP.
       77  DPAYFRD-PRE-LAST-DAY       PIC S9(09) COMP.
       77  DPAYFRD-QUIET-LAST-DAY     PIC S9(09) COMP.

       77  DPAYFRD-MATCH-CT           PIC 9(05) COMP.
       77  DPAYFRD-PRIOR-CT           PIC 9(05) COMP.
       77  DPAYFRD-PRIOR-TOTAL        PIC S9(15)V99 COMP-3.
       77  DPAYFRD-LIMIT-BASE         PIC S9(12)V99 COMP-3.
       77  DPAYFRD-STRUCT-FLOOR       PIC S9(12)V99 COMP-3.
       77  DPAYFRD-BASE-EQUIV         PIC S9(12)V99.
       77  DPAYFRD-SCORE              PIC 9(03).
       77  DPAYFRD-PTR                PIC 9(03) COMP.
       77  DPAYFRD-PRIOR-STATUS       PIC X(01).

       77  DPAYFRD-CURR-ID            PIC 9(09).
       77  DPAYFRD-LAST-EVENT-DATE    PIC X(10).
       77  DPAYFRD-CURR-CREDIT        PIC X(16).
       77  DPAYFRD-CURR-DEBIT         PIC X(16).
       77  DPAYFRD-FIRST-SEEN         PIC X(10).
       77  DPAYFRD-PAYER-CT           PIC 9(05) COMP.

       77  DPAYFRD-WIN-SUB            PIC 9(04) COMP.
       77  DPAYFRD-WIN-CT             PIC 9(04) COMP VALUE 0.
       77  DPAYFRD-WIN-MAX            PIC 9(04) COMP VALUE 1000.
       77  DPAYFRD-SEEN-SUB           PIC 9(04) COMP.
       77  DPAYFRD-SEEN-CT            PIC 9(04) COMP VALUE 0.
       77  DPAYFRD-SEEN-MAX           PIC 9(04) COMP VALUE 1000.
       77  DPAYFRD-SHR-SUB            PIC 9(03) COMP.
       77  DPAYFRD-SHR-CT             PIC 9(03) COMP VALUE 0.
       77  DPAYFRD-SHR-MAX            PIC 9(03) COMP VALUE 500.

       77  DPAYFRD-ANALYSED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-SCORED-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-ALERT-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-HELD-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-ALREADY-HELD-CT    PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-NOT-OPEN-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-STRUCT-HIT-CT      PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-NEWPAYEE-HIT-CT    PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-DORMANT-HIT-CT     PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-SHARED-HIT-CT      PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-BUSY-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-SHR-OVER-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFRD-ERROR-CT           PIC 9(07) COMP-3 VALUE 0.

      *****************************************************************
      * ACTIVITY WORK RECORD - ONE 'P' RECORD PER CONSENT FROM THE    *
      * MASTER AND THE ARCHIVE, ONE 'E' RECORD PER STATUS-HISTORY     *
      * EVENT.  SORTED ON CONSENT-ID AND TYPE SO A CONSENT'S EVENTS   *
      * COME JUST BEFORE THE CONSENT ITSELF.                          *
      *****************************************************************
       01  DPAYFRD-ACTIVITY.
           05  DPAYFRD-ACT-CONSENT-ID     PIC 9(09).
           05  DPAYFRD-ACT-REC-TYPE       PIC X(01).
               88  DPAYFRD-ACT-EVENT          VALUE "E".
               88  DPAYFRD-ACT-PAYMENT        VALUE "P".
           05  DPAYFRD-ACT-BODY           PIC X(112).
           05  DPAYFRD-ACT-EVENT-BODY REDEFINES DPAYFRD-ACT-BODY.
               10  DPAYFRD-ACT-EVENT-DATE PIC X(10).
               10  DPAYFRD-ACT-NEW-STATUS PIC X(01).
               10  FILLER                 PIC X(101).
           05  DPAYFRD-ACT-PAY-BODY REDEFINES DPAYFRD-ACT-BODY.
               10  DPAYFRD-ACT-DEBIT-AC   PIC X(16).
               10  DPAYFRD-ACT-CREDIT-AC  PIC X(16).
               10  DPAYFRD-ACT-CREATE-DATE
                                          PIC X(10).
               10  DPAYFRD-ACT-STATUS     PIC X(01).
               10  DPAYFRD-ACT-PAY-STATUS PIC X(04).
               10  DPAYFRD-ACT-AMOUNT     PIC S9(10)V99.
               10  DPAYFRD-ACT-CURRENCY   PIC X(03).
               10  DPAYFRD-ACT-CREDIT-NAME
                                          PIC X(50).

      *****************************************************************
      * PAYMENT WORK RECORD - ONE PER CONSENT, WITH THE DATE OF ITS   *
      * LAST ACTIVITY (CAPTURE OR LATEST STATUS CHANGE).              *
      *****************************************************************
       01  DPAYFRD-PAYMENT.
           05  DPAYFRD-PAY-DEBIT-AC       PIC X(16).
           05  DPAYFRD-PAY-CREDIT-AC      PIC X(16).
           05  DPAYFRD-PAY-CREATE-DATE    PIC X(10).
           05  DPAYFRD-PAY-CONSENT-ID     PIC 9(09).
           05  DPAYFRD-PAY-LAST-DATE      PIC X(10).
           05  DPAYFRD-PAY-STATUS         PIC X(01).
           05  DPAYFRD-PAY-PAY-STATUS     PIC X(04).
           05  DPAYFRD-PAY-AMOUNT         PIC S9(10)V99.
           05  DPAYFRD-PAY-CURRENCY       PIC X(03).
           05  DPAYFRD-PAY-CREDIT-NAME    PIC X(50).

      *****************************************************************
      * SCORED WORK RECORD - ONE PER ALERT, SORTED HIGHEST SCORE      *
      * FIRST FOR THE REPORT.                                         *
      *****************************************************************
       01  DPAYFRD-SCORED.
           05  DPAYFRD-SCR-SCORE          PIC 9(03).
           05  DPAYFRD-SCR-CONSENT-ID     PIC 9(09).
           05  DPAYFRD-SCR-DEBIT-AC       PIC X(16).
           05  DPAYFRD-SCR-CREDIT-AC      PIC X(16).
           05  DPAYFRD-SCR-CREATE-DATE    PIC X(10).
           05  DPAYFRD-SCR-AMOUNT         PIC S9(10)V99.
           05  DPAYFRD-SCR-CURRENCY       PIC X(03).
           05  DPAYFRD-SCR-BASE-AMT       PIC S9(12)V99.
           05  DPAYFRD-SCR-PATTERNS.
               10  DPAYFRD-SCR-STRUCT-SW  PIC X(01).
                   88  DPAYFRD-SCR-STRUCT     VALUE "Y".
               10  DPAYFRD-SCR-NEWPAYEE-SW
                                          PIC X(01).
                   88  DPAYFRD-SCR-NEWPAYEE   VALUE "Y".
               10  DPAYFRD-SCR-DORMANT-SW PIC X(01).
                   88  DPAYFRD-SCR-DORMANT    VALUE "Y".
               10  DPAYFRD-SCR-SHARED-SW  PIC X(01).
                   88  DPAYFRD-SCR-SHARED     VALUE "Y".
           05  DPAYFRD-SCR-CREDIT-NAME    PIC X(50).

      *****************************************************************
      * THE DEBIT ACCOUNT IN HAND - ITS PAYMENTS IN THE LOOKBACK, IN  *
      * DATE ORDER, AND EVERY CREDIT ACCOUNT IT HAS PAID SO FAR.      *
      * PAYMENTS BEYOND THE WINDOW TABLE ARE NOT SCORED AND ARE       *
      * COUNTED ON THE REPORT.                                        *
      *****************************************************************
       01  DPAYFRD-WINDOW-TABLE.
           05  DPAYFRD-WIN-ENTRY OCCURS 1000 TIMES.
               10  DPAYFRD-WIN-DAY        PIC S9(09) COMP.
               10  DPAYFRD-WIN-LAST-DAY   PIC S9(09) COMP.
               10  DPAYFRD-WIN-BASE-AMT   PIC S9(12)V99 COMP-3.
               10  DPAYFRD-WIN-UNDER-SW   PIC X(01).
                   88  DPAYFRD-WIN-UNDER      VALUE "Y".

       01  DPAYFRD-SEEN-TABLE.
           05  DPAYFRD-SEEN-AC OCCURS 1000 TIMES
                                          PIC X(16).

      *****************************************************************
      * CREDIT ACCOUNTS NEWLY SEEN AND ALREADY PAID BY MANY DEBIT     *
      * ACCOUNTS.                                                     *
      *****************************************************************
       01  DPAYFRD-SHARED-TABLE.
           05  DPAYFRD-SHR-AC OCCURS 500 TIMES
                                          PIC X(16).

       01  DPAYFRD-FXC-PARMS.
           COPY DPAYFXP.

       01  DPAYFRD-TODAY-DATE         PIC X(08).
       01  DPAYFRD-TODAY-DATE-N REDEFINES DPAYFRD-TODAY-DATE
                                      PIC 9(08).

       01  DPAYFRD-TIME-NOW           PIC X(08).

       01  DPAYFRD-WORK-DATE          PIC X(08).
       01  DPAYFRD-WORK-DATE-N REDEFINES DPAYFRD-WORK-DATE
                                      PIC 9(08).

       01  DPAYFRD-ISO-DATE           PIC X(10).

       01  DPAYFRD-NOW-TS.
           05  DPAYFRD-NOW-DATE.
               10  DPAYFRD-NOW-YEAR       PIC X(04).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYFRD-NOW-MONTH      PIC X(02).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYFRD-NOW-DAY        PIC X(02).
           05  FILLER                     PIC X(01) VALUE "T".
           05  DPAYFRD-NOW-HH             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYFRD-NOW-MM             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYFRD-NOW-SS             PIC X(02).
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  DPAYFRD-PATTERN-NAME       PIC X(16).
       01  DPAYFRD-PATTERN-TEXT       PIC X(60).
       01  DPAYFRD-SCORE-ED           PIC ZZ9.

       01  DPAYFRD-HEADING-1.
           05  FILLER                     PIC X(40)
               VALUE "DPAYFRD - FRAUD PATTERN ALERT REPORT".
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYFRD-H1-DATE            PIC X(10).
           05  FILLER                     PIC X(18)
               VALUE "  HOLD AT SCORE : ".
           05  DPAYFRD-H1-HOLD            PIC ZZ9.
           05  FILLER                     PIC X(17)
               VALUE "  ALERT WINDOW : ".
           05  DPAYFRD-H1-ALERT           PIC ZZ9.
           05  FILLER                     PIC X(05) VALUE " DAYS".

       01  DPAYFRD-HEADING-2.
           05  FILLER                     PIC X(12) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(18) VALUE "DEBIT-AC".
           05  FILLER                     PIC X(18) VALUE "CREDIT-AC".
           05  FILLER                     PIC X(12) VALUE "CREATED".
           05  FILLER                     PIC X(04) VALUE "CUR".
           05  FILLER                     PIC X(16)
               VALUE "        AMOUNT".
           05  FILLER                     PIC X(18)
               VALUE "      BASE EQUIV".
           05  FILLER                     PIC X(07) VALUE "SCORE".
           05  FILLER                     PIC X(16) VALUE "ACTION".

       01  DPAYFRD-DETAIL-LINE.
           05  DPAYFRD-D-ID               PIC 9(09).
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  DPAYFRD-D-DEBIT-AC         PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYFRD-D-CREDIT-AC        PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYFRD-D-CREATED          PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYFRD-D-CUR              PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYFRD-D-AMOUNT           PIC Z(9)9.99-.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYFRD-D-BASE-AMT         PIC Z(11)9.99-.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DPAYFRD-D-SCORE            PIC ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DPAYFRD-D-ACTION           PIC X(16).

       01  DPAYFRD-PATTERN-LINE.
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "PATTERNS : ".
           05  DPAYFRD-P-PATTERNS         PIC X(60).
           05  FILLER                     PIC X(10)
               VALUE "  PAYEE : ".
           05  DPAYFRD-P-PAYEE            PIC X(46).

       01  DPAYFRD-STOP-LINE.
           05  FILLER                     PIC X(17)
               VALUE "** RUN STOPPED - ".
           05  DPAYFRD-X-REASON           PIC X(50).
           05  FILLER                     PIC X(11)
               VALUE " - CONSENT ".
           05  DPAYFRD-X-ID               PIC 9(09).
           05  FILLER                     PIC X(03) VALUE " **".

       01  DPAYFRD-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "PAYMENTS ANALYSED    : ".
           05  DPAYFRD-S-ANALYSED-CT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "SCORED IN WINDOW     : ".
           05  DPAYFRD-S-SCORED-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "ALERTS               : ".
           05  DPAYFRD-S-ALERT-CT         PIC ZZZ,ZZ9.

       01  DPAYFRD-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "HELD FOR REVIEW      : ".
           05  DPAYFRD-S-HELD-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "ALREADY HELD         : ".
           05  DPAYFRD-S-ALREADY-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "NO LONGER OPEN       : ".
           05  DPAYFRD-S-NOT-OPEN-CT      PIC ZZZ,ZZ9.

       01  DPAYFRD-SUMMARY-3.
           05  FILLER                     PIC X(20)
               VALUE "STRUCTURING      : ".
           05  DPAYFRD-S-STRUCT-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(20)
               VALUE "NEW PAYEE        : ".
           05  DPAYFRD-S-NEWPAYEE-CT      PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(20)
               VALUE "DORMANT BURST    : ".
           05  DPAYFRD-S-DORMANT-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  FILLER                     PIC X(20)
               VALUE "SHARED NEW PAYEE : ".
           05  DPAYFRD-S-SHARED-CT        PIC ZZZ,ZZ9.

       01  DPAYFRD-SUMMARY-4.
           05  FILLER                     PIC X(38)
               VALUE "NOT SCORED - TOO MANY ON ACCOUNT    : ".
           05  DPAYFRD-S-BUSY-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(38)
               VALUE "SHARED PAYEES NOT TABLED            : ".
           05  DPAYFRD-S-SHR-OVER-CT      PIC ZZZ,ZZ9.

       01  DPAYFRD-SUMMARY-5.
           05  FILLER                     PIC X(38)
               VALUE "HOLD NOT RECORDED - MASTER ERROR    : ".
           05  DPAYFRD-S-ERROR-CT         PIC ZZZ,ZZ9.

       01  DPAYFRD-RUN-PARMS.
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
           PERFORM 1500-COMBINE-ACTIVITY
               THRU 1500-EXIT.
           SORT DPAYSRT1-FILE
               ON ASCENDING KEY DPAYSRT1-CONSENT-ID
                                DPAYSRT1-REC-TYPE
               USING DPAYFRWA-FILE
               GIVING DPAYFRWB-FILE.
           PERFORM 2000-DERIVE-LAST-ACTIVITY
               THRU 2000-EXIT.
           SORT DPAYSRT2-FILE
               ON ASCENDING KEY DPAYSRT2-CREDIT-AC
                                DPAYSRT2-DEBIT-AC
                                DPAYSRT2-CREATE-DATE
               USING DPAYFRWC-FILE
               GIVING DPAYFRWD-FILE.
           PERFORM 3000-FIND-SHARED-PAYEES
               THRU 3000-EXIT.
           SORT DPAYSRT2-FILE
               ON ASCENDING KEY DPAYSRT2-DEBIT-AC
                                DPAYSRT2-CREATE-DATE
                                DPAYSRT2-CONSENT-ID
               USING DPAYFRWC-FILE
               GIVING DPAYFRWD-FILE.
           PERFORM 4000-SCORE-PAYMENTS
               THRU 4000-EXIT.
           IF NOT DPAYFRD-RUN-STOPPED
               SORT DPAYSRT3-FILE
                   ON DESCENDING KEY DPAYSRT3-SCORE
                   ON ASCENDING KEY DPAYSRT3-CONSENT-ID
                   USING DPAYFRWE-FILE
                   GIVING DPAYFRWF-FILE
               PERFORM 6000-ACTION-ALERTS
                   THRU 6000-EXIT
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
           MOVE "DPAYFRD" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYFRD-RUN-PARMS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * PICK UP THE RUN PARAMETERS, WORK OUT THE RUN DATE AND         *
      * TIMESTAMP AND THE DAY NUMBERS THE WINDOWS START ON, AND OPEN  *
      * THE REPORT.                                                   *
      *****************************************************************
       1000-INITIALISE.
           ACCEPT DPAYFRD-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYFRD-TIME-NOW FROM TIME.
           MOVE DPAYFRD-TODAY-DATE (1:4) TO DPAYFRD-NOW-YEAR.
           MOVE DPAYFRD-TODAY-DATE (5:2) TO DPAYFRD-NOW-MONTH.
           MOVE DPAYFRD-TODAY-DATE (7:2) TO DPAYFRD-NOW-DAY.
           MOVE DPAYFRD-TIME-NOW (1:2) TO DPAYFRD-NOW-HH.
           MOVE DPAYFRD-TIME-NOW (3:2) TO DPAYFRD-NOW-MM.
           MOVE DPAYFRD-TIME-NOW (5:2) TO DPAYFRD-NOW-SS.
           PERFORM 1100-READ-PARAMETER-CARD
               THRU 1100-EXIT.
           COMPUTE DPAYFRD-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE (DPAYFRD-TODAY-DATE-N).
           COMPUTE DPAYFRD-LOOKBACK-FROM =
               DPAYFRD-TODAY-DAY - DPAYFRD-LOOKBACK-DAYS + 1.
           COMPUTE DPAYFRD-ALERT-FROM =
               DPAYFRD-TODAY-DAY - DPAYFRD-ALERT-DAYS + 1.
           COMPUTE DPAYFRD-NEWBEN-FROM =
               DPAYFRD-TODAY-DAY - DPAYFRD-NEWBEN-DAYS + 1.
      *    A CONSENT CAN ONLY BE SCORED FROM THE LOOKBACK IT SITS IN.
           IF DPAYFRD-ALERT-FROM < DPAYFRD-LOOKBACK-FROM
               MOVE DPAYFRD-LOOKBACK-FROM TO DPAYFRD-ALERT-FROM
           END-IF.
           OPEN OUTPUT DPAYFRDR-FILE.
           MOVE DPAYFRD-NOW-DATE TO DPAYFRD-H1-DATE.
           MOVE DPAYFRD-HOLD-SCORE TO DPAYFRD-H1-HOLD.
           MOVE DPAYFRD-ALERT-DAYS TO DPAYFRD-H1-ALERT.
           MOVE DPAYFRD-HEADING-1 TO DPAYFRDR-LINE.
           WRITE DPAYFRDR-LINE.
           MOVE DPAYFRD-HEADING-2 TO DPAYFRDR-LINE.
           WRITE DPAYFRDR-LINE.
       1000-EXIT.
           EXIT.

       1100-READ-PARAMETER-CARD.
           OPEN INPUT DPAYFRDC-FILE.
           IF DPAYFRD-CARD-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.
           READ DPAYFRDC-FILE
               AT END
                   CONTINUE
           END-READ.
           IF NOT DPAYFRD-CARD-OK
               CLOSE DPAYFRDC-FILE
               GO TO 1100-EXIT
           END-IF.
           IF DPAYFRDC-LOOKBACK-DAYS NUMERIC
               AND DPAYFRDC-LOOKBACK-DAYS > ZERO
               MOVE DPAYFRDC-LOOKBACK-DAYS TO DPAYFRD-LOOKBACK-DAYS
           END-IF.
           IF DPAYFRDC-STRUCT-PCT NUMERIC
               AND DPAYFRDC-STRUCT-PCT > ZERO
               MOVE DPAYFRDC-STRUCT-PCT TO DPAYFRD-STRUCT-PCT
           END-IF.
           IF DPAYFRDC-STRUCT-DAYS NUMERIC
               AND DPAYFRDC-STRUCT-DAYS > ZERO
               MOVE DPAYFRDC-STRUCT-DAYS TO DPAYFRD-STRUCT-DAYS
           END-IF.
           IF DPAYFRDC-STRUCT-CT NUMERIC
               AND DPAYFRDC-STRUCT-CT > ZERO
               MOVE DPAYFRDC-STRUCT-CT TO DPAYFRD-STRUCT-CT
           END-IF.
           IF DPAYFRDC-NEWPAYEE-FACTOR NUMERIC
               AND DPAYFRDC-NEWPAYEE-FACTOR > ZERO
               MOVE DPAYFRDC-NEWPAYEE-FACTOR
                   TO DPAYFRD-NEWPAYEE-FACTOR
           END-IF.
           IF DPAYFRDC-DORMANT-DAYS NUMERIC
               AND DPAYFRDC-DORMANT-DAYS > ZERO
               MOVE DPAYFRDC-DORMANT-DAYS TO DPAYFRD-DORMANT-DAYS
           END-IF.
           IF DPAYFRDC-BURST-DAYS NUMERIC
               AND DPAYFRDC-BURST-DAYS > ZERO
               MOVE DPAYFRDC-BURST-DAYS TO DPAYFRD-BURST-DAYS
           END-IF.
           IF DPAYFRDC-BURST-CT NUMERIC
               AND DPAYFRDC-BURST-CT > ZERO
               MOVE DPAYFRDC-BURST-CT TO DPAYFRD-BURST-CT
           END-IF.
           IF DPAYFRDC-NEWBEN-DAYS NUMERIC
               AND DPAYFRDC-NEWBEN-DAYS > ZERO
               MOVE DPAYFRDC-NEWBEN-DAYS TO DPAYFRD-NEWBEN-DAYS
           END-IF.
           IF DPAYFRDC-SHARED-CT NUMERIC
               AND DPAYFRDC-SHARED-CT > ZERO
               MOVE DPAYFRDC-SHARED-CT TO DPAYFRD-SHARED-CT
           END-IF.
           IF DPAYFRDC-HOLD-SCORE NUMERIC
               AND DPAYFRDC-HOLD-SCORE > ZERO
               MOVE DPAYFRDC-HOLD-SCORE TO DPAYFRD-HOLD-SCORE
           END-IF.
           IF DPAYFRDC-ALERT-DAYS NUMERIC
               AND DPAYFRDC-ALERT-DAYS > ZERO
               MOVE DPAYFRDC-ALERT-DAYS TO DPAYFRD-ALERT-DAYS
           END-IF.
           CLOSE DPAYFRDC-FILE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * GATHER THE WHOLE BOOK ONTO ONE WORK FILE - EVERY CONSENT ON   *
      * THE MASTER AND THE ARCHIVE THAT WAS GENUINE CUSTOMER ACTIVITY *
      * (NOT REJECTED, EXPIRED OR CANCELLED), AND EVERY STATUS        *
      * CHANGE ON THE HISTORY.  ANY OF THE THREE MAY BE MISSING.      *
      *****************************************************************
       1500-COMBINE-ACTIVITY.
           OPEN OUTPUT DPAYFRWA-FILE.
           OPEN INPUT DPAYMAS-FILE.
           IF NOT DPAYFRD-MASTER-NOT-FOUND
               PERFORM 1510-READ-MASTER
                   THRU 1510-EXIT
               PERFORM 1520-COMBINE-MASTER
                   THRU 1520-EXIT
                   UNTIL DPAYFRD-MASTER-EOF
               CLOSE DPAYMAS-FILE
           END-IF.
           OPEN INPUT DPAYARCH-FILE.
           IF NOT DPAYFRD-ARCH-NOT-FOUND
               PERFORM 1530-READ-ARCHIVE
                   THRU 1530-EXIT
               PERFORM 1540-COMBINE-ARCHIVE
                   THRU 1540-EXIT
                   UNTIL DPAYFRD-ARCH-EOF
               CLOSE DPAYARCH-FILE
           END-IF.
           OPEN INPUT DPAYHSTF-FILE.
           IF NOT DPAYFRD-HIST-NOT-FOUND
               PERFORM 1550-READ-HISTORY
                   THRU 1550-EXIT
               PERFORM 1560-COMBINE-HISTORY
                   THRU 1560-EXIT
                   UNTIL DPAYFRD-HIST-EOF
               CLOSE DPAYHSTF-FILE
           END-IF.
           CLOSE DPAYFRWA-FILE.
       1500-EXIT.
           EXIT.

       1510-READ-MASTER.
           READ DPAYMAS-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       1510-EXIT.
           EXIT.

       1520-COMBINE-MASTER.
           IF DFHCA-01-CONSENT-REJECTED IN DPAYMAS-RECORD
               OR DFHCA-01-CONSENT-EXPIRED IN DPAYMAS-RECORD
               OR DFHCA-01-CONSENT-CANCELLED IN DPAYMAS-RECORD
               CONTINUE
           ELSE
               MOVE SPACES TO DPAYFRD-ACTIVITY
               MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
                   TO DPAYFRD-ACT-CONSENT-ID
               SET DPAYFRD-ACT-PAYMENT TO TRUE
               MOVE DFHCA-01-DEBIT-AC IN DPAYMAS-RECORD
                   TO DPAYFRD-ACT-DEBIT-AC
               MOVE DFHCA-01-CREDIT-AC IN DPAYMAS-RECORD
                   TO DPAYFRD-ACT-CREDIT-AC
               MOVE DFHCA-01-CREATE-TS IN DPAYMAS-RECORD (1:10)
                   TO DPAYFRD-ACT-CREATE-DATE
               MOVE DFHCA-01-CONSENT-STATUS IN DPAYMAS-RECORD
                   TO DPAYFRD-ACT-STATUS
               MOVE DFHCA-01-DOMESTIC-PAY-STATUS IN DPAYMAS-RECORD
                   TO DPAYFRD-ACT-PAY-STATUS
               MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
                   TO DPAYFRD-ACT-AMOUNT
               MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
                   TO DPAYFRD-ACT-CURRENCY
               MOVE DFHCA-01-CREDIT-AC-CUSTNAME IN DPAYMAS-RECORD
                   TO DPAYFRD-ACT-CREDIT-NAME
               MOVE DPAYFRD-ACTIVITY TO DPAYFRWA-RECORD
               WRITE DPAYFRWA-RECORD
           END-IF.
           PERFORM 1510-READ-MASTER
               THRU 1510-EXIT.
       1520-EXIT.
           EXIT.

       1530-READ-ARCHIVE.
           READ DPAYARCH-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ.
       1530-EXIT.
           EXIT.

       1540-COMBINE-ARCHIVE.
           IF DFHCA-01-CONSENT-REJECTED IN DPAYARC-RECORD
               OR DFHCA-01-CONSENT-EXPIRED IN DPAYARC-RECORD
               OR DFHCA-01-CONSENT-CANCELLED IN DPAYARC-RECORD
               CONTINUE
           ELSE
               MOVE SPACES TO DPAYFRD-ACTIVITY
               MOVE DFHCA-01-CONSENT-ID IN DPAYARC-RECORD
                   TO DPAYFRD-ACT-CONSENT-ID
               SET DPAYFRD-ACT-PAYMENT TO TRUE
               MOVE DFHCA-01-DEBIT-AC IN DPAYARC-RECORD
                   TO DPAYFRD-ACT-DEBIT-AC
               MOVE DFHCA-01-CREDIT-AC IN DPAYARC-RECORD
                   TO DPAYFRD-ACT-CREDIT-AC
               MOVE DFHCA-01-CREATE-TS IN DPAYARC-RECORD (1:10)
                   TO DPAYFRD-ACT-CREATE-DATE
               MOVE DFHCA-01-CONSENT-STATUS IN DPAYARC-RECORD
                   TO DPAYFRD-ACT-STATUS
               MOVE DFHCA-01-DOMESTIC-PAY-STATUS IN DPAYARC-RECORD
                   TO DPAYFRD-ACT-PAY-STATUS
               MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYARC-RECORD
                   TO DPAYFRD-ACT-AMOUNT
               MOVE DFHCA-01-CURRENCY-CD IN DPAYARC-RECORD
                   TO DPAYFRD-ACT-CURRENCY
               MOVE DFHCA-01-CREDIT-AC-CUSTNAME IN DPAYARC-RECORD
                   TO DPAYFRD-ACT-CREDIT-NAME
               MOVE DPAYFRD-ACTIVITY TO DPAYFRWA-RECORD
               WRITE DPAYFRWA-RECORD
           END-IF.
           PERFORM 1530-READ-ARCHIVE
               THRU 1530-EXIT.
       1540-EXIT.
           EXIT.

       1550-READ-HISTORY.
           READ DPAYHSTF-FILE
               AT END
                   CONTINUE
           END-READ.
       1550-EXIT.
           EXIT.

      *    AN EXPIRY IS THE SYSTEM LAPSING THE CONSENT, NOT THE
      *    CUSTOMER DOING ANYTHING - IT DOES NOT BREAK A DORMANT SPELL.
       1560-COMBINE-HISTORY.
           IF DPAYHST-NEW-STATUS NOT = "X"
               MOVE SPACES TO DPAYFRD-ACTIVITY
               MOVE DPAYHST-CONSENT-ID TO DPAYFRD-ACT-CONSENT-ID
               SET DPAYFRD-ACT-EVENT TO TRUE
               MOVE DPAYHST-EVENT-TS (1:10) TO DPAYFRD-ACT-EVENT-DATE
               MOVE DPAYHST-NEW-STATUS TO DPAYFRD-ACT-NEW-STATUS
               MOVE DPAYFRD-ACTIVITY TO DPAYFRWA-RECORD
               WRITE DPAYFRWA-RECORD
           END-IF.
           PERFORM 1550-READ-HISTORY
               THRU 1550-EXIT.
       1560-EXIT.
           EXIT.

      *****************************************************************
      * ONE PAYMENT RECORD PER CONSENT, CARRYING THE DATE OF ITS LAST *
      * ACTIVITY - THE LATER OF ITS CAPTURE AND ITS LATEST STATUS     *
      * CHANGE.  THE SORT PUT EACH CONSENT'S EVENTS JUST BEFORE IT;   *
      * EVENTS FOR CONSENTS LEFT OUT ABOVE SIMPLY FIND NO PAYMENT.    *
      *****************************************************************
       2000-DERIVE-LAST-ACTIVITY.
           OPEN INPUT DPAYFRWB-FILE.
           OPEN OUTPUT DPAYFRWC-FILE.
           MOVE ZERO TO DPAYFRD-CURR-ID.
           MOVE SPACES TO DPAYFRD-LAST-EVENT-DATE.
           PERFORM 2050-READ-ACTIVITY
               THRU 2050-EXIT.
           PERFORM 2100-PROCESS-ACTIVITY
               THRU 2100-EXIT
               UNTIL DPAYFRD-ACTS-EOF.
           CLOSE DPAYFRWB-FILE.
           CLOSE DPAYFRWC-FILE.
       2000-EXIT.
           EXIT.

       2050-READ-ACTIVITY.
           READ DPAYFRWB-FILE INTO DPAYFRD-ACTIVITY
               AT END
                   CONTINUE
           END-READ.
       2050-EXIT.
           EXIT.

       2100-PROCESS-ACTIVITY.
           IF DPAYFRD-ACT-CONSENT-ID NOT = DPAYFRD-CURR-ID
               MOVE DPAYFRD-ACT-CONSENT-ID TO DPAYFRD-CURR-ID
               MOVE SPACES TO DPAYFRD-LAST-EVENT-DATE
           END-IF.
           IF DPAYFRD-ACT-EVENT
               IF DPAYFRD-ACT-EVENT-DATE > DPAYFRD-LAST-EVENT-DATE
                   MOVE DPAYFRD-ACT-EVENT-DATE
                       TO DPAYFRD-LAST-EVENT-DATE
               END-IF
           ELSE
               MOVE DPAYFRD-ACT-DEBIT-AC TO DPAYFRD-PAY-DEBIT-AC
               MOVE DPAYFRD-ACT-CREDIT-AC TO DPAYFRD-PAY-CREDIT-AC
               MOVE DPAYFRD-ACT-CREATE-DATE
                   TO DPAYFRD-PAY-CREATE-DATE
               MOVE DPAYFRD-ACT-CONSENT-ID TO DPAYFRD-PAY-CONSENT-ID
               MOVE DPAYFRD-ACT-CREATE-DATE TO DPAYFRD-PAY-LAST-DATE
               IF DPAYFRD-LAST-EVENT-DATE > DPAYFRD-PAY-LAST-DATE
                   MOVE DPAYFRD-LAST-EVENT-DATE
                       TO DPAYFRD-PAY-LAST-DATE
               END-IF
               MOVE DPAYFRD-ACT-STATUS TO DPAYFRD-PAY-STATUS
               MOVE DPAYFRD-ACT-PAY-STATUS TO DPAYFRD-PAY-PAY-STATUS
               MOVE DPAYFRD-ACT-AMOUNT TO DPAYFRD-PAY-AMOUNT
               MOVE DPAYFRD-ACT-CURRENCY TO DPAYFRD-PAY-CURRENCY
               MOVE DPAYFRD-ACT-CREDIT-NAME
                   TO DPAYFRD-PAY-CREDIT-NAME
               MOVE DPAYFRD-PAYMENT TO DPAYFRWC-RECORD
               WRITE DPAYFRWC-RECORD
               ADD 1 TO DPAYFRD-ANALYSED-CT
           END-IF.
           PERFORM 2050-READ-ACTIVITY
               THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * WITH THE PAYMENTS IN CREDIT ACCOUNT ORDER, TABLE EVERY CREDIT *
      * ACCOUNT FIRST PAID WITHIN THE NEW-BENEFICIARY SPAN THAT       *
      * ALREADY HAS PAYMENTS FROM ENOUGH DIFFERENT DEBIT ACCOUNTS.     *
      *****************************************************************
       3000-FIND-SHARED-PAYEES.
           OPEN INPUT DPAYFRWD-FILE.
           PERFORM 3050-READ-PAYMENT
               THRU 3050-EXIT.
           PERFORM 3100-PROCESS-CREDIT-GROUP
               THRU 3100-EXIT
               UNTIL DPAYFRD-PAYS-EOF.
           CLOSE DPAYFRWD-FILE.
       3000-EXIT.
           EXIT.

       3050-READ-PAYMENT.
           READ DPAYFRWD-FILE INTO DPAYFRD-PAYMENT
               AT END
                   CONTINUE
           END-READ.
       3050-EXIT.
           EXIT.

       3100-PROCESS-CREDIT-GROUP.
           MOVE DPAYFRD-PAY-CREDIT-AC TO DPAYFRD-CURR-CREDIT.
           MOVE HIGH-VALUES TO DPAYFRD-CURR-DEBIT.
           MOVE HIGH-VALUES TO DPAYFRD-FIRST-SEEN.
           MOVE ZERO TO DPAYFRD-PAYER-CT.
           PERFORM 3110-ABSORB-CREDIT-PAYMENT
               THRU 3110-EXIT
               UNTIL DPAYFRD-PAYS-EOF
               OR DPAYFRD-PAY-CREDIT-AC NOT = DPAYFRD-CURR-CREDIT.
           IF DPAYFRD-CURR-CREDIT = SPACES
               OR DPAYFRD-PAYER-CT < DPAYFRD-SHARED-CT
               GO TO 3100-EXIT
           END-IF.
           MOVE DPAYFRD-FIRST-SEEN TO DPAYFRD-ISO-DATE.
           PERFORM 7000-DAY-NUMBER
               THRU 7000-EXIT.
           IF DPAYFRD-DAY-NUMBER < DPAYFRD-NEWBEN-FROM
               GO TO 3100-EXIT
           END-IF.
           IF DPAYFRD-SHR-CT NOT < DPAYFRD-SHR-MAX
               ADD 1 TO DPAYFRD-SHR-OVER-CT
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO DPAYFRD-SHR-CT.
           MOVE DPAYFRD-CURR-CREDIT TO DPAYFRD-SHR-AC (DPAYFRD-SHR-CT).
       3100-EXIT.
           EXIT.

       3110-ABSORB-CREDIT-PAYMENT.
           IF DPAYFRD-PAY-DEBIT-AC NOT = DPAYFRD-CURR-DEBIT
               MOVE DPAYFRD-PAY-DEBIT-AC TO DPAYFRD-CURR-DEBIT
               ADD 1 TO DPAYFRD-PAYER-CT
           END-IF.
           IF DPAYFRD-PAY-CREATE-DATE < DPAYFRD-FIRST-SEEN
               MOVE DPAYFRD-PAY-CREATE-DATE TO DPAYFRD-FIRST-SEEN
           END-IF.
           PERFORM 3050-READ-PAYMENT
               THRU 3050-EXIT.
       3110-EXIT.
           EXIT.

      *****************************************************************
      * WITH THE PAYMENTS IN DEBIT ACCOUNT AND DATE ORDER, WALK EACH  *
      * ACCOUNT'S HISTORY OLDEST FIRST AND SCORE EVERY CONSENT IN THE *
      * ALERT WINDOW AGAINST WHAT CAME BEFORE IT.                     *
      *****************************************************************
       4000-SCORE-PAYMENTS.
           OPEN INPUT DPAYFRWD-FILE.
           OPEN OUTPUT DPAYFRWE-FILE.
           OPEN INPUT DPAYLIM-FILE.
           IF DPAYFRD-LIMITS-OK
               SET DPAYFRD-LIMFILE-OPEN TO TRUE
           END-IF.
           PERFORM 3050-READ-PAYMENT
               THRU 3050-EXIT.
           PERFORM 4100-PROCESS-DEBIT-GROUP
               THRU 4100-EXIT
               UNTIL DPAYFRD-PAYS-EOF
               OR DPAYFRD-RUN-STOPPED.
           CLOSE DPAYFRWD-FILE.
           CLOSE DPAYFRWE-FILE.
           IF DPAYFRD-LIMFILE-OPEN
               CLOSE DPAYLIM-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PROCESS-DEBIT-GROUP.
           MOVE DPAYFRD-PAY-DEBIT-AC TO DPAYFRD-CURR-DEBIT.
           MOVE ZERO TO DPAYFRD-WIN-CT.
           MOVE ZERO TO DPAYFRD-SEEN-CT.
           MOVE "N" TO DPAYFRD-SEEN-FULL-SW.
           MOVE ZERO TO DPAYFRD-PRE-LAST-DAY.
           PERFORM 4200-GET-ACCOUNT-LIMIT
               THRU 4200-EXIT.
           PERFORM 4300-ABSORB-DEBIT-PAYMENT
               THRU 4300-EXIT
               UNTIL DPAYFRD-PAYS-EOF
               OR DPAYFRD-RUN-STOPPED
               OR DPAYFRD-PAY-DEBIT-AC NOT = DPAYFRD-CURR-DEBIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * THE ACCOUNT'S SINGLE-PAYMENT LIMIT IN BASE CURRENCY, FALLING  *
      * BACK TO THE SCHEME-WIDE '*DEFAULT' RECORD.  NO FILE, OR       *
      * NEITHER RECORD, MEANS THERE IS NO LIMIT TO STRUCTURE UNDER.   *
      *****************************************************************
       4200-GET-ACCOUNT-LIMIT.
           MOVE "N" TO DPAYFRD-LIMIT-SW.
           IF NOT DPAYFRD-LIMFILE-OPEN
               GO TO 4200-EXIT
           END-IF.
           MOVE DPAYFRD-CURR-DEBIT TO DPAYLIM-DEBIT-AC.
           READ DPAYLIM-FILE
               KEY IS DPAYLIM-DEBIT-AC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYFRD-LIMITS-OK
               MOVE DPAYFRD-DEFAULT-KEY TO DPAYLIM-DEBIT-AC
               READ DPAYLIM-FILE
                   KEY IS DPAYLIM-DEBIT-AC
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT DPAYFRD-LIMITS-OK
               GO TO 4200-EXIT
           END-IF.
           IF DPAYLIM-LIMIT-CUR = SPACES
               MOVE DPAYLIM-MAX-SINGLE-AMT TO DPAYFRD-LIMIT-BASE
           ELSE
               MOVE DPAYLIM-LIMIT-CUR TO DPAYFXP-FROM-CUR
               MOVE DPAYLIM-MAX-SINGLE-AMT TO DPAYFXP-FROM-AMT
               PERFORM 4450-CONVERT-TO-BASE
                   THRU 4450-EXIT
               IF DPAYFRD-RUN-STOPPED
                   GO TO 4200-EXIT
               END-IF
               MOVE DPAYFXP-TO-AMT TO DPAYFRD-LIMIT-BASE
           END-IF.
           COMPUTE DPAYFRD-STRUCT-FLOOR ROUNDED =
               DPAYFRD-LIMIT-BASE * DPAYFRD-STRUCT-PCT / 100.
           SET DPAYFRD-LIMIT-APPLIES TO TRUE.
       4200-EXIT.
           EXIT.

       4300-ABSORB-DEBIT-PAYMENT.
           PERFORM 4310-ASSESS-PAYMENT
               THRU 4310-EXIT.
           IF NOT DPAYFRD-RUN-STOPPED
               PERFORM 3050-READ-PAYMENT
                   THRU 3050-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * A PAYMENT BEFORE THE LOOKBACK ONLY TELLS US THE ACCOUNT WAS   *
      * ACTIVE AND WHO IT HAS PAID.  ONE INSIDE IT GOES ON THE WINDOW *
      * TABLE IN BASE CURRENCY, AND IS SCORED IF IT FALLS IN THE      *
      * ALERT WINDOW.  THE PAYEE IS NOTED AFTER SCORING, SO A FIRST   *
      * PAYMENT TO A CREDIT ACCOUNT IS SCORED AS ONE.                 *
      *****************************************************************
       4310-ASSESS-PAYMENT.
           MOVE DPAYFRD-PAY-CREATE-DATE TO DPAYFRD-ISO-DATE.
           PERFORM 7000-DAY-NUMBER
               THRU 7000-EXIT.
           MOVE DPAYFRD-DAY-NUMBER TO DPAYFRD-PAY-DAY.
           MOVE DPAYFRD-PAY-LAST-DATE TO DPAYFRD-ISO-DATE.
           PERFORM 7000-DAY-NUMBER
               THRU 7000-EXIT.
           MOVE DPAYFRD-DAY-NUMBER TO DPAYFRD-LAST-DAY.
           IF DPAYFRD-PAY-DAY < DPAYFRD-LOOKBACK-FROM
               IF DPAYFRD-LAST-DAY > DPAYFRD-PRE-LAST-DAY
                   MOVE DPAYFRD-LAST-DAY TO DPAYFRD-PRE-LAST-DAY
               END-IF
               PERFORM 4700-NOTE-PAYEE
                   THRU 4700-EXIT
               GO TO 4310-EXIT
           END-IF.
           IF DPAYFRD-WIN-CT NOT < DPAYFRD-WIN-MAX
               IF DPAYFRD-PAY-DAY NOT < DPAYFRD-ALERT-FROM
                   ADD 1 TO DPAYFRD-BUSY-CT
               END-IF
               PERFORM 4700-NOTE-PAYEE
                   THRU 4700-EXIT
               GO TO 4310-EXIT
           END-IF.
           MOVE DPAYFRD-PAY-CURRENCY TO DPAYFXP-FROM-CUR.
           MOVE DPAYFRD-PAY-AMOUNT TO DPAYFXP-FROM-AMT.
           PERFORM 4450-CONVERT-TO-BASE
               THRU 4450-EXIT.
           IF DPAYFRD-RUN-STOPPED
               GO TO 4310-EXIT
           END-IF.
           MOVE DPAYFXP-TO-AMT TO DPAYFRD-BASE-EQUIV.
           ADD 1 TO DPAYFRD-WIN-CT.
           MOVE DPAYFRD-PAY-DAY TO DPAYFRD-WIN-DAY (DPAYFRD-WIN-CT).
           MOVE DPAYFRD-LAST-DAY
               TO DPAYFRD-WIN-LAST-DAY (DPAYFRD-WIN-CT).
           MOVE DPAYFRD-BASE-EQUIV
               TO DPAYFRD-WIN-BASE-AMT (DPAYFRD-WIN-CT).
           MOVE "N" TO DPAYFRD-WIN-UNDER-SW (DPAYFRD-WIN-CT).
           IF DPAYFRD-LIMIT-APPLIES
               AND DPAYFRD-BASE-EQUIV NOT < DPAYFRD-STRUCT-FLOOR
               AND DPAYFRD-BASE-EQUIV < DPAYFRD-LIMIT-BASE
               MOVE "Y" TO DPAYFRD-WIN-UNDER-SW (DPAYFRD-WIN-CT)
           END-IF.
           IF DPAYFRD-PAY-DAY NOT < DPAYFRD-ALERT-FROM
               PERFORM 5000-SCORE-PAYMENT
                   THRU 5000-EXIT
           END-IF.
           PERFORM 4700-NOTE-PAYEE
               THRU 4700-EXIT.
       4310-EXIT.
           EXIT.

      *****************************************************************
      * AN AMOUNT'S BASE-CURRENCY EQUIVALENT.  NO CURRENT RATE IS A   *
      * HARD STOP: THE REASON IS PRINTED, THE STEP ENDS WITH RETURN   *
      * CODE 16 AND NOTHING IS HELD - A SCORE STRUCK ON UNCONVERTED   *
      * AMOUNTS WOULD BE MEANINGLESS.                                 *
      *****************************************************************
       4450-CONVERT-TO-BASE.
           MOVE SPACES TO DPAYFXP-TO-CUR.
           CALL "DPAYFXC" USING DPAYFRD-FXC-PARMS.
           IF NOT DPAYFXP-RATE-OK
               SET DPAYFRD-RUN-STOPPED TO TRUE
               MOVE 16 TO RETURN-CODE
               MOVE DPAYFXP-REASON TO DPAYFRD-X-REASON
               MOVE DPAYFRD-PAY-CONSENT-ID TO DPAYFRD-X-ID
               MOVE DPAYFRD-STOP-LINE TO DPAYFRDR-LINE
               WRITE DPAYFRDR-LINE
           END-IF.
       4450-EXIT.
           EXIT.

      *****************************************************************
      * REMEMBER THAT THE ACCOUNT HAS NOW PAID THIS CREDIT ACCOUNT.   *
      * ONCE THE TABLE IS FULL NO PAYEE CAN BE SAID TO BE NEW.        *
      *****************************************************************
       4700-NOTE-PAYEE.
           IF DPAYFRD-PAY-CREDIT-AC = SPACES
               GO TO 4700-EXIT
           END-IF.
           PERFORM 4710-FIND-PAYEE
               THRU 4710-EXIT.
           IF DPAYFRD-ENTRY-FOUND
               GO TO 4700-EXIT
           END-IF.
           IF DPAYFRD-SEEN-CT NOT < DPAYFRD-SEEN-MAX
               SET DPAYFRD-SEEN-FULL TO TRUE
               GO TO 4700-EXIT
           END-IF.
           ADD 1 TO DPAYFRD-SEEN-CT.
           MOVE DPAYFRD-PAY-CREDIT-AC
               TO DPAYFRD-SEEN-AC (DPAYFRD-SEEN-CT).
       4700-EXIT.
           EXIT.

       4710-FIND-PAYEE.
           MOVE "N" TO DPAYFRD-FOUND-SW.
           PERFORM 4720-CHECK-PAYEE
               THRU 4720-EXIT
               VARYING DPAYFRD-SEEN-SUB FROM 1 BY 1
               UNTIL DPAYFRD-SEEN-SUB > DPAYFRD-SEEN-CT
               OR DPAYFRD-ENTRY-FOUND.
       4710-EXIT.
           EXIT.

       4720-CHECK-PAYEE.
           IF DPAYFRD-SEEN-AC (DPAYFRD-SEEN-SUB)
               = DPAYFRD-PAY-CREDIT-AC
               SET DPAYFRD-ENTRY-FOUND TO TRUE
           END-IF.
       4720-EXIT.
           EXIT.

      *****************************************************************
      * SCORE THE PAYMENT AT THE END OF THE WINDOW TABLE AGAINST THE  *
      * FOUR PATTERNS.  ANY SCORE ABOVE ZERO IS AN ALERT.             *
      *****************************************************************
       5000-SCORE-PAYMENT.
           ADD 1 TO DPAYFRD-SCORED-CT.
           MOVE ZERO TO DPAYFRD-SCORE.
           MOVE "NNNN" TO DPAYFRD-SCR-PATTERNS.
           PERFORM 5100-CHECK-STRUCTURING
               THRU 5100-EXIT.
           PERFORM 5200-CHECK-NEW-PAYEE
               THRU 5200-EXIT.
           PERFORM 5300-CHECK-DORMANT-BURST
               THRU 5300-EXIT.
           PERFORM 5400-CHECK-SHARED-PAYEE
               THRU 5400-EXIT.
           IF DPAYFRD-SCORE = ZERO
               GO TO 5000-EXIT
           END-IF.
           ADD 1 TO DPAYFRD-ALERT-CT.
           MOVE DPAYFRD-SCORE TO DPAYFRD-SCR-SCORE.
           MOVE DPAYFRD-PAY-CONSENT-ID TO DPAYFRD-SCR-CONSENT-ID.
           MOVE DPAYFRD-PAY-DEBIT-AC TO DPAYFRD-SCR-DEBIT-AC.
           MOVE DPAYFRD-PAY-CREDIT-AC TO DPAYFRD-SCR-CREDIT-AC.
           MOVE DPAYFRD-PAY-CREATE-DATE TO DPAYFRD-SCR-CREATE-DATE.
           MOVE DPAYFRD-PAY-AMOUNT TO DPAYFRD-SCR-AMOUNT.
           MOVE DPAYFRD-PAY-CURRENCY TO DPAYFRD-SCR-CURRENCY.
           MOVE DPAYFRD-BASE-EQUIV TO DPAYFRD-SCR-BASE-AMT.
           MOVE DPAYFRD-PAY-CREDIT-NAME TO DPAYFRD-SCR-CREDIT-NAME.
           MOVE DPAYFRD-SCORED TO DPAYFRWE-RECORD.
           WRITE DPAYFRWE-RECORD.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * STRUCTURING - THIS PAYMENT IS JUST UNDER THE SINGLE LIMIT AND *
      * ENOUGH OF THE ACCOUNT'S PAYMENTS IN THE STRUCTURING SPAN      *
      * ENDING TODAY (THIS ONE INCLUDED) ARE TOO.                     *
      *****************************************************************
       5100-CHECK-STRUCTURING.
           IF NOT DPAYFRD-WIN-UNDER (DPAYFRD-WIN-CT)
               GO TO 5100-EXIT
           END-IF.
           COMPUTE DPAYFRD-SPAN-FROM =
               DPAYFRD-PAY-DAY - DPAYFRD-STRUCT-DAYS + 1.
           MOVE ZERO TO DPAYFRD-MATCH-CT.
           PERFORM 5110-COUNT-UNDER-LIMIT
               THRU 5110-EXIT
               VARYING DPAYFRD-WIN-SUB FROM 1 BY 1
               UNTIL DPAYFRD-WIN-SUB > DPAYFRD-WIN-CT.
           IF DPAYFRD-MATCH-CT < DPAYFRD-STRUCT-CT
               GO TO 5100-EXIT
           END-IF.
           SET DPAYFRD-SCR-STRUCT TO TRUE.
           ADD DPAYFRD-STRUCT-POINTS TO DPAYFRD-SCORE.
           ADD 1 TO DPAYFRD-STRUCT-HIT-CT.
       5100-EXIT.
           EXIT.

       5110-COUNT-UNDER-LIMIT.
           IF DPAYFRD-WIN-UNDER (DPAYFRD-WIN-SUB)
               AND DPAYFRD-WIN-DAY (DPAYFRD-WIN-SUB)
                   NOT < DPAYFRD-SPAN-FROM
               ADD 1 TO DPAYFRD-MATCH-CT
           END-IF.
       5110-EXIT.
           EXIT.

      *****************************************************************
      * NEW PAYEE - THE ACCOUNT HAS NEVER PAID THIS CREDIT ACCOUNT    *
      * BEFORE, AND THE AMOUNT IS MORE THAN THE FACTOR TIMES ITS      *
      * AVERAGE OVER THE EARLIER PAYMENTS IN THE LOOKBACK (COMPARED   *
      * AS AMOUNT X COUNT AGAINST FACTOR X TOTAL, SO NO DIVISION).    *
      *****************************************************************
       5200-CHECK-NEW-PAYEE.
           IF DPAYFRD-PAY-CREDIT-AC = SPACES
               OR DPAYFRD-SEEN-FULL
               GO TO 5200-EXIT
           END-IF.
           COMPUTE DPAYFRD-PRIOR-CT = DPAYFRD-WIN-CT - 1.
           IF DPAYFRD-PRIOR-CT < DPAYFRD-USUAL-MIN-CT
               GO TO 5200-EXIT
           END-IF.
           PERFORM 4710-FIND-PAYEE
               THRU 4710-EXIT.
           IF DPAYFRD-ENTRY-FOUND
               GO TO 5200-EXIT
           END-IF.
           MOVE ZERO TO DPAYFRD-PRIOR-TOTAL.
           PERFORM 5210-ADD-PRIOR-AMOUNT
               THRU 5210-EXIT
               VARYING DPAYFRD-WIN-SUB FROM 1 BY 1
               UNTIL DPAYFRD-WIN-SUB > DPAYFRD-PRIOR-CT.
           IF DPAYFRD-BASE-EQUIV * DPAYFRD-PRIOR-CT
               NOT > DPAYFRD-NEWPAYEE-FACTOR * DPAYFRD-PRIOR-TOTAL
               GO TO 5200-EXIT
           END-IF.
           SET DPAYFRD-SCR-NEWPAYEE TO TRUE.
           ADD DPAYFRD-NEWPAYEE-POINTS TO DPAYFRD-SCORE.
           ADD 1 TO DPAYFRD-NEWPAYEE-HIT-CT.
       5200-EXIT.
           EXIT.

       5210-ADD-PRIOR-AMOUNT.
           ADD DPAYFRD-WIN-BASE-AMT (DPAYFRD-WIN-SUB)
               TO DPAYFRD-PRIOR-TOTAL.
       5210-EXIT.
           EXIT.

      *****************************************************************
      * DORMANT BURST - ENOUGH PAYMENTS IN THE BURST SPAN ENDING WITH *
      * THIS ONE, AND THE ACCOUNT'S LAST ACTIVITY BEFORE THE BURST    *
      * (ANY EARLIER CONSENT'S CAPTURE OR STATUS CHANGE) AT LEAST THE *
      * DORMANT SPAN BEFORE IT STARTED.  AN ACCOUNT WITH NO EARLIER   *
      * ACTIVITY AT ALL IS NEW, NOT DORMANT.                          *
      *****************************************************************
       5300-CHECK-DORMANT-BURST.
           COMPUTE DPAYFRD-SPAN-FROM =
               DPAYFRD-PAY-DAY - DPAYFRD-BURST-DAYS + 1.
           MOVE ZERO TO DPAYFRD-MATCH-CT.
           MOVE DPAYFRD-PRE-LAST-DAY TO DPAYFRD-QUIET-LAST-DAY.
           PERFORM 5310-COUNT-BURST
               THRU 5310-EXIT
               VARYING DPAYFRD-WIN-SUB FROM 1 BY 1
               UNTIL DPAYFRD-WIN-SUB > DPAYFRD-WIN-CT.
           IF DPAYFRD-MATCH-CT < DPAYFRD-BURST-CT
               OR DPAYFRD-QUIET-LAST-DAY = ZERO
               GO TO 5300-EXIT
           END-IF.
           IF DPAYFRD-SPAN-FROM - DPAYFRD-QUIET-LAST-DAY
               < DPAYFRD-DORMANT-DAYS
               GO TO 5300-EXIT
           END-IF.
           SET DPAYFRD-SCR-DORMANT TO TRUE.
           ADD DPAYFRD-DORMANT-POINTS TO DPAYFRD-SCORE.
           ADD 1 TO DPAYFRD-DORMANT-HIT-CT.
       5300-EXIT.
           EXIT.

       5310-COUNT-BURST.
           IF DPAYFRD-WIN-DAY (DPAYFRD-WIN-SUB)
               NOT < DPAYFRD-SPAN-FROM
               ADD 1 TO DPAYFRD-MATCH-CT
           ELSE
               IF DPAYFRD-WIN-LAST-DAY (DPAYFRD-WIN-SUB)
                   > DPAYFRD-QUIET-LAST-DAY
                   MOVE DPAYFRD-WIN-LAST-DAY (DPAYFRD-WIN-SUB)
                       TO DPAYFRD-QUIET-LAST-DAY
               END-IF
           END-IF.
       5310-EXIT.
           EXIT.

      *****************************************************************
      * SHARED NEW PAYEE - THE CREDIT ACCOUNT IS ON THE TABLE BUILT   *
      * BY 3000.                                                      *
      *****************************************************************
       5400-CHECK-SHARED-PAYEE.
           IF DPAYFRD-PAY-CREDIT-AC = SPACES
               GO TO 5400-EXIT
           END-IF.
           MOVE "N" TO DPAYFRD-FOUND-SW.
           PERFORM 5410-CHECK-SHARED-ENTRY
               THRU 5410-EXIT
               VARYING DPAYFRD-SHR-SUB FROM 1 BY 1
               UNTIL DPAYFRD-SHR-SUB > DPAYFRD-SHR-CT
               OR DPAYFRD-ENTRY-FOUND.
           IF NOT DPAYFRD-ENTRY-FOUND
               GO TO 5400-EXIT
           END-IF.
           SET DPAYFRD-SCR-SHARED TO TRUE.
           ADD DPAYFRD-SHARED-POINTS TO DPAYFRD-SCORE.
           ADD 1 TO DPAYFRD-SHARED-HIT-CT.
       5400-EXIT.
           EXIT.

       5410-CHECK-SHARED-ENTRY.
           IF DPAYFRD-SHR-AC (DPAYFRD-SHR-SUB) = DPAYFRD-PAY-CREDIT-AC
               SET DPAYFRD-ENTRY-FOUND TO TRUE
           END-IF.
       5410-EXIT.
           EXIT.

      *****************************************************************
      * REPORT EVERY ALERT, HIGHEST SCORE FIRST, AND HOLD THOSE AT OR *
      * ABOVE THE HOLD SCORE THAT ARE STILL OPEN.                     *
      *****************************************************************
       6000-ACTION-ALERTS.
           OPEN INPUT DPAYFRWF-FILE.
           OPEN I-O DPAYMAS-FILE.
           IF DPAYFRD-MASTER-NOT-FOUND
               OPEN OUTPUT DPAYMAS-FILE
               CLOSE DPAYMAS-FILE
               OPEN I-O DPAYMAS-FILE
           END-IF.
           OPEN EXTEND DPAYRVWQ-FILE.
           IF DPAYFRD-QUEUE-NOT-FOUND
               OPEN OUTPUT DPAYRVWQ-FILE
               CLOSE DPAYRVWQ-FILE
               OPEN EXTEND DPAYRVWQ-FILE
           END-IF.
           PERFORM 6050-READ-ALERT
               THRU 6050-EXIT.
           PERFORM 6100-ACTION-ALERT
               THRU 6100-EXIT
               UNTIL DPAYFRD-SCRS-EOF.
           CLOSE DPAYFRWF-FILE.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYRVWQ-FILE.
       6000-EXIT.
           EXIT.

       6050-READ-ALERT.
           READ DPAYFRWF-FILE INTO DPAYFRD-SCORED
               AT END
                   CONTINUE
           END-READ.
       6050-EXIT.
           EXIT.

       6100-ACTION-ALERT.
           PERFORM 6200-BUILD-PATTERN-TEXT
               THRU 6200-EXIT.
           MOVE DPAYFRD-SCR-SCORE TO DPAYFRD-SCORE-ED.
           MOVE "ALERT ONLY" TO DPAYFRD-D-ACTION.
           IF DPAYFRD-SCR-SCORE NOT < DPAYFRD-HOLD-SCORE
               PERFORM 6300-HOLD-CONSENT
                   THRU 6300-EXIT
           END-IF.
           MOVE DPAYFRD-SCR-CONSENT-ID TO DPAYFRD-D-ID.
           MOVE DPAYFRD-SCR-DEBIT-AC TO DPAYFRD-D-DEBIT-AC.
           MOVE DPAYFRD-SCR-CREDIT-AC TO DPAYFRD-D-CREDIT-AC.
           MOVE DPAYFRD-SCR-CREATE-DATE TO DPAYFRD-D-CREATED.
           MOVE DPAYFRD-SCR-CURRENCY TO DPAYFRD-D-CUR.
           MOVE DPAYFRD-SCR-AMOUNT TO DPAYFRD-D-AMOUNT.
           MOVE DPAYFRD-SCR-BASE-AMT TO DPAYFRD-D-BASE-AMT.
           MOVE DPAYFRD-SCR-SCORE TO DPAYFRD-D-SCORE.
           MOVE DPAYFRD-DETAIL-LINE TO DPAYFRDR-LINE.
           WRITE DPAYFRDR-LINE.
           MOVE DPAYFRD-PATTERN-TEXT TO DPAYFRD-P-PATTERNS.
           MOVE DPAYFRD-SCR-CREDIT-NAME TO DPAYFRD-P-PAYEE.
           MOVE DPAYFRD-PATTERN-LINE TO DPAYFRDR-LINE.
           WRITE DPAYFRDR-LINE.
           PERFORM 6050-READ-ALERT
               THRU 6050-EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * THE PATTERNS FOUND, AS WORDS, SEPARATED BY COMMAS.            *
      *****************************************************************
       6200-BUILD-PATTERN-TEXT.
           MOVE SPACES TO DPAYFRD-PATTERN-TEXT.
           MOVE 1 TO DPAYFRD-PTR.
           IF DPAYFRD-SCR-STRUCT
               MOVE "STRUCTURING" TO DPAYFRD-PATTERN-NAME
               PERFORM 6210-ADD-PATTERN
                   THRU 6210-EXIT
           END-IF.
           IF DPAYFRD-SCR-NEWPAYEE
               MOVE "NEW PAYEE" TO DPAYFRD-PATTERN-NAME
               PERFORM 6210-ADD-PATTERN
                   THRU 6210-EXIT
           END-IF.
           IF DPAYFRD-SCR-DORMANT
               MOVE "DORMANT BURST" TO DPAYFRD-PATTERN-NAME
               PERFORM 6210-ADD-PATTERN
                   THRU 6210-EXIT
           END-IF.
           IF DPAYFRD-SCR-SHARED
               MOVE "SHARED NEW PAYEE" TO DPAYFRD-PATTERN-NAME
               PERFORM 6210-ADD-PATTERN
                   THRU 6210-EXIT
           END-IF.
       6200-EXIT.
           EXIT.

       6210-ADD-PATTERN.
           IF DPAYFRD-PTR > 1
               STRING ", " DELIMITED BY SIZE
                   INTO DPAYFRD-PATTERN-TEXT
                   WITH POINTER DPAYFRD-PTR
               END-STRING
           END-IF.
           STRING DPAYFRD-PATTERN-NAME DELIMITED BY "  "
               INTO DPAYFRD-PATTERN-TEXT
               WITH POINTER DPAYFRD-PTR
           END-STRING.
       6210-EXIT.
           EXIT.

      *****************************************************************
      * HOLD THE CONSENT FOR REVIEW IF IT IS STILL OPEN - PENDING,    *
      * AUTHORISED OR AWAITING SECOND APPROVAL, AND NOT YET SENT TO   *
      * THE SCHEME.  THE STATUS IT CARRIED IS KEPT SO A RELEASE       *
      * (DPAYDSP) RESTORES IT.  THE HOLD IS NOTIFIED, RECORDED ON THE *
      * STATUS HISTORY AND QUEUED FOR REVIEW WITH THE PATTERNS.  A    *
      * HOLD THE MASTER WILL NOT TAKE IS NEITHER NOTIFIED NOR QUEUED; *
      * IT IS COUNTED AND THE STEP ENDS WITH RETURN CODE 16.          *
      *****************************************************************
       6300-HOLD-CONSENT.
           MOVE DPAYFRD-SCR-CONSENT-ID
               TO DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD.
           READ DPAYMAS-FILE
               KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYFRD-MASTER-OK
               MOVE "NOT ON MASTER" TO DPAYFRD-D-ACTION
               ADD 1 TO DPAYFRD-NOT-OPEN-CT
               GO TO 6300-EXIT
           END-IF.
           IF DFHCA-01-CONSENT-HELD IN DPAYMAS-RECORD
               MOVE "ALREADY HELD" TO DPAYFRD-D-ACTION
               ADD 1 TO DPAYFRD-ALREADY-HELD-CT
               GO TO 6300-EXIT
           END-IF.
           IF NOT DFHCA-01-CONSENT-PENDING IN DPAYMAS-RECORD
               AND NOT DFHCA-01-CONSENT-AUTHORISED IN DPAYMAS-RECORD
               AND NOT DFHCA-01-CONSENT-AWAIT-2ND IN DPAYMAS-RECORD
               MOVE "NO LONGER OPEN" TO DPAYFRD-D-ACTION
               ADD 1 TO DPAYFRD-NOT-OPEN-CT
               GO TO 6300-EXIT
           END-IF.
           IF DFHCA-01-DOMESTIC-PAY-STATUS IN DPAYMAS-RECORD
               NOT = SPACES
               AND NOT DFHCA-01-PAY-INITIAL IN DPAYMAS-RECORD
               MOVE "ALREADY SENT" TO DPAYFRD-D-ACTION
               ADD 1 TO DPAYFRD-NOT-OPEN-CT
               GO TO 6300-EXIT
           END-IF.
           MOVE DFHCA-01-CONSENT-STATUS IN DPAYMAS-RECORD
               TO DPAYFRD-PRIOR-STATUS.
           MOVE DFHCA-01-CONSENT-STATUS IN DPAYMAS-RECORD
               TO DFHCA-01-PRE-HOLD-STATUS IN DPAYMAS-RECORD.
           SET DFHCA-01-CONSENT-HELD IN DPAYMAS-RECORD TO TRUE.
           MOVE DPAYFRD-RETCD-FRAUD
               TO DFHCA-01-RETURN-CD IN DPAYMAS-RECORD.
           MOVE SPACES TO DFHCA-01-ERROR-MSG IN DPAYMAS-RECORD.
           STRING "FRAUD PATTERN SCORE " DELIMITED BY SIZE
                  DPAYFRD-SCORE-ED DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  DPAYFRD-PATTERN-TEXT DELIMITED BY "  "
                  " - HELD FOR REVIEW" DELIMITED BY SIZE
               INTO DFHCA-01-ERROR-MSG IN DPAYMAS-RECORD
           END-STRING.
           MOVE DPAYFRD-NOW-TS
               TO DFHCA-01-LAST-UPDATE-TS IN DPAYMAS-RECORD.
           MOVE DPAYFRD-OWN-NAME
               TO DFHCA-01-LAST-OPER-ID IN DPAYMAS-RECORD.
           REWRITE DPAYMAS-RECORD.
           IF NOT DPAYFRD-MASTER-OK
               MOVE "HOLD FAILED" TO DPAYFRD-D-ACTION
               ADD 1 TO DPAYFRD-ERROR-CT
               MOVE 16 TO RETURN-CODE
               GO TO 6300-EXIT
           END-IF.
           CALL "DPAYNTF" USING DPAYMAS-RECORD, DPAYFRD-PRIOR-STATUS.
           CALL "DPAYHST" USING DPAYMAS-RECORD, DPAYFRD-PRIOR-STATUS.
           MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               TO DPAYRVW-CONSENT-ID.
           MOVE DFHCA-01-CREDIT-AC-CUSTNAME IN DPAYMAS-RECORD
               TO DPAYRVW-MATCHED-NAME.
           SET DPAYRVW-FRAUD-ALERT TO TRUE.
           MOVE DFHCA-01-CREATE-TS IN DPAYMAS-RECORD
               TO DPAYRVW-CREATE-TS.
           MOVE SPACES TO DPAYRVW-REASON.
           STRING "FRAUD SCORE " DELIMITED BY SIZE
                  DPAYFRD-SCORE-ED DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  DPAYFRD-PATTERN-TEXT DELIMITED BY "  "
               INTO DPAYRVW-REASON
           END-STRING.
           WRITE DPAYRVW-RECORD.
           MOVE "HELD FOR REVIEW" TO DPAYFRD-D-ACTION.
           ADD 1 TO DPAYFRD-HELD-CT.
       6300-EXIT.
           EXIT.

      *****************************************************************
      * ISO DATE (YYYY-MM-DD) TO A DAY NUMBER.  A DATE THAT IS NOT    *
      * ONE COMES BACK AS ZERO - EARLIER THAN ANY WINDOW.             *
      *****************************************************************
       7000-DAY-NUMBER.
           MOVE ZERO TO DPAYFRD-DAY-NUMBER.
           IF DPAYFRD-ISO-DATE (5:1) NOT = "-"
               OR DPAYFRD-ISO-DATE (8:1) NOT = "-"
               GO TO 7000-EXIT
           END-IF.
           MOVE DPAYFRD-ISO-DATE (1:4) TO DPAYFRD-WORK-DATE (1:4).
           MOVE DPAYFRD-ISO-DATE (6:2) TO DPAYFRD-WORK-DATE (5:2).
           MOVE DPAYFRD-ISO-DATE (9:2) TO DPAYFRD-WORK-DATE (7:2).
           IF DPAYFRD-WORK-DATE-N NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           COMPUTE DPAYFRD-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (DPAYFRD-WORK-DATE-N).
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYFRD-ANALYSED-CT TO DPAYFRD-S-ANALYSED-CT.
           MOVE DPAYFRD-SCORED-CT TO DPAYFRD-S-SCORED-CT.
           MOVE DPAYFRD-ALERT-CT TO DPAYFRD-S-ALERT-CT.
           MOVE DPAYFRD-SUMMARY-1 TO DPAYFRDR-LINE.
           WRITE DPAYFRDR-LINE.
           MOVE DPAYFRD-HELD-CT TO DPAYFRD-S-HELD-CT.
           MOVE DPAYFRD-ALREADY-HELD-CT TO DPAYFRD-S-ALREADY-CT.
           MOVE DPAYFRD-NOT-OPEN-CT TO DPAYFRD-S-NOT-OPEN-CT.
           MOVE DPAYFRD-SUMMARY-2 TO DPAYFRDR-LINE.
           WRITE DPAYFRDR-LINE.
           MOVE DPAYFRD-STRUCT-HIT-CT TO DPAYFRD-S-STRUCT-CT.
           MOVE DPAYFRD-NEWPAYEE-HIT-CT TO DPAYFRD-S-NEWPAYEE-CT.
           MOVE DPAYFRD-DORMANT-HIT-CT TO DPAYFRD-S-DORMANT-CT.
           MOVE DPAYFRD-SHARED-HIT-CT TO DPAYFRD-S-SHARED-CT.
           MOVE DPAYFRD-SUMMARY-3 TO DPAYFRDR-LINE.
           WRITE DPAYFRDR-LINE.
           IF DPAYFRD-BUSY-CT > ZERO
               OR DPAYFRD-SHR-OVER-CT > ZERO
               MOVE DPAYFRD-BUSY-CT TO DPAYFRD-S-BUSY-CT
               MOVE DPAYFRD-SHR-OVER-CT TO DPAYFRD-S-SHR-OVER-CT
               MOVE DPAYFRD-SUMMARY-4 TO DPAYFRDR-LINE
               WRITE DPAYFRDR-LINE
           END-IF.
           IF DPAYFRD-ERROR-CT > ZERO
               MOVE 16 TO RETURN-CODE
               MOVE DPAYFRD-ERROR-CT TO DPAYFRD-S-ERROR-CT
               MOVE DPAYFRD-SUMMARY-5 TO DPAYFRDR-LINE
               WRITE DPAYFRDR-LINE
           END-IF.
           CLOSE DPAYFRDR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "ANALYSED" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYFRD-ANALYSED-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "SCORED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYFRD-SCORED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "HELD" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYFRD-HELD-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYFRD-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
