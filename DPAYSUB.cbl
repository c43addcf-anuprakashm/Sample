      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYSUB                                          *
      * DESCRIPTION: End-of-window scheme submission build.  Brings   *
      *              together every payment due to go out today and   *
      *              writes it to ONE scheme-format submission file   *
      *              (DPAYSUBO), replacing the hand-stitching of the  *
      *              three settlement feeds.  Candidates come from:   *
      *               - the bulk settlement file (DPAYBOUT), the      *
      *                 generated-settlement file (DPAYGENO) and the  *
      *                 warehouse release file (DPAYRELO) - only the  *
      *                 authorised, zero-return-code items, since     *
      *                 DPAYBOUT also carries the bulk rejections;    *
      *               - the approved-settlement file (DPAYAPVO) of    *
      *                 high-value consents given their second        *
      *                 approval today by DPAYAPV;                    *
      *               - the consent master (DPAYMAS) itself, for the  *
      *                 authorised payments still at INIT that were   *
      *                 never left on the warehouse - those with no   *
      *                 requested execution date, or dated no later   *
      *                 than today and already due when the consent   *
      *                 was last written.  That takes the same-day    *
      *                 online payments no feed carries, a payment    *
      *                 held after an earlier window's cut-off, and   *
      *                 one approved or released since, but not a     *
      *                 warehoused item DPAYREL has withheld (its     *
      *                 master was last written before its date).     *
      *              The candidates are sorted on debit account       *
      *              scheme (DFHCA-01-DEBIT-AC-SCHEMENAME) and        *
      *              consent ID, a consent found on more than one     *
      *              source is taken once, and each is re-read from   *
      *              the master at the moment of writing: only a      *
      *              consent still authorised with its payment still  *
      *              at INIT goes onto the file, so a payment can     *
      *              never be submitted twice or after a recall.      *
      *              The submission cut-off applies only to online    *
      *              payments - those no feed carries, found by the   *
      *              master sweep.  One captured today after the      *
      *              cut-off is left for the next window, whose       *
      *              master sweep takes it and reports it CARRIED     *
      *              FORWARD.  Bulk, generated, released and approved *
      *              payments from the feeds are never held by the    *
      *              cut-off - they are stamped with the time of the  *
      *              nightly run that made them, and go out in the    *
      *              window that finds them.  The approved-settlement *
      *              file is emptied once the submission file is      *
      *              built, so DPAYAPV can add to it through the      *
      *              day.  As each payment is written its             *
      *              DFHCA-01-DOMESTIC-PAY-STATUS moves from INIT to  *
      *              PDNG on the master - the proof on file that it   *
      *              was sent.  The file carries a header with the    *
      *              cut-off time, one batch per scheme (header,      *
      *              sequenced details, trailer with count and        *
      *              value), and a file trailer.  Everything is       *
      *              reported on DPAYSUBR.                            *
      *                                                                *
      * INPUT CARD FORMAT (DPAYSUBC) :                                 *
      *   COLS 1-4   SUBMISSION CUT-OFF TIME AS HHMM, DEFAULT 1530.   *
      *              THE CARD IS OPTIONAL.                            *
      *                                                                *
      * SUBMISSION FILE FORMAT (DPAYSUBO) :                            *
      *   FILE HEADER   ('H') - BUILD DATE, BUILD TIME, CUT-OFF TIME. *
      *   BATCH HEADER  ('B') - BATCH NUMBER, SCHEME, VALUE DATE.     *
      *   DETAIL        ('D') - BATCH NUMBER, SEQUENCE IN BATCH,      *
      *                 PAY-ID, CONSENT-ID, DEBIT AND CREDIT ACCOUNT  *
      *                 DETAILS, AMOUNT (SIGN LEADING SEPARATE, TWO   *
      *                 ASSUMED DECIMALS), CURRENCY.                  *
      *   BATCH TRAILER ('T') - BATCH NUMBER, SCHEME, ITEM COUNT,     *
      *                 VALUE TOTAL.                                  *
      *   FILE TRAILER  ('Z') - BATCH COUNT, ITEM COUNT, VALUE TOTAL, *
      *                 RECORD COUNT INCLUDING HEADER AND TRAILER.    *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/10/22  RSH  INITIAL VERSION.                               *
      *  18/11/05  RSH  TAKE SECOND-APPROVED CONSENTS FROM DPAYAPVO.   *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *                 REFUSED UNTIL DPAYREL AND DPAYGEN HAVE        *
      *                 COMPLETED FOR THE BUSINESS DATE.              *
      *  19/07/01  RSH  SWEEP EVERY DUE, NEVER-WAREHOUSED ITEM FROM    *
      *                 THE MASTER SO AN ITEM HELD AFTER THE CUT-OFF  *
      *                 GOES IN THE NEXT WINDOW; EMPTY DPAYAPVO ONCE  *
      *                 CONSUMED; CHECK THE MASTER REWRITE.           *
      *  19/07/29  RSH  HOLD ONLY ONLINE CAPTURES AT THE CUT-OFF,     *
      *                 NOT THE FEEDS' BULK, GENERATED, RELEASED OR   *
      *                 APPROVED PAYMENTS.                            *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYSUB.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  22/10/2018.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYSUBC-FILE ASSIGN TO "DPAYSUBC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-CARD-STATUS.

           SELECT DPAYBOUT-FILE ASSIGN TO "DPAYBOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-FEED-STATUS.

           SELECT DPAYGENO-FILE ASSIGN TO "DPAYGENO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-FEED-STATUS.

           SELECT DPAYRELO-FILE ASSIGN TO "DPAYRELO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-FEED-STATUS.

           SELECT DPAYAPVO-FILE ASSIGN TO "DPAYAPVO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-FEED-STATUS.

           SELECT DPAYMAS-FILE ASSIGN TO "DPAYMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               ALTERNATE RECORD KEY IS
                   DFHCA-01-DOMESTIC-PAY-ID IN DPAYMAS-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DPAYSUB-MASTER-STATUS.

           SELECT DPAYSUBW-FILE ASSIGN TO "DPAYSUBW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-WORK-STATUS.

           SELECT DPAYSSRT-FILE ASSIGN TO "DPAYSWRK".

           SELECT DPAYSUBS-FILE ASSIGN TO "DPAYSUBS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-SRTO-STATUS.

           SELECT DPAYSUBO-FILE ASSIGN TO "DPAYSUBO"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-OUTPUT-STATUS.

           SELECT DPAYSUBR-FILE ASSIGN TO "DPAYSUBR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSUB-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYSUBC-FILE
           RECORDING MODE IS F.
       01  DPAYSUBC-CARD.
           05  DPAYSUBC-CUTOFF-HH         PIC X(02).
           05  DPAYSUBC-CUTOFF-MM         PIC X(02).

       FD  DPAYBOUT-FILE
           RECORDING MODE IS F.
       01  DPAYBOUT-RECORD.
           COPY DPAYTST.

       FD  DPAYGENO-FILE
           RECORDING MODE IS F.
       01  DPAYGENO-RECORD.
           COPY DPAYTST.

       FD  DPAYRELO-FILE
           RECORDING MODE IS F.
       01  DPAYRELO-RECORD.
           COPY DPAYTST.

       FD  DPAYAPVO-FILE
           RECORDING MODE IS F.
       01  DPAYAPVO-RECORD.
           COPY DPAYTST.

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.

       FD  DPAYSUBW-FILE
           RECORDING MODE IS F.
       01  DPAYSUBW-RECORD.
           COPY DPAYTST.
           10  DPAYSUBW-SOURCE            PIC X(01).
               88  DPAYSUBW-FROM-FEED         VALUE "F".
               88  DPAYSUBW-FROM-MASTER       VALUE "M".

       SD  DPAYSSRT-FILE.
       01  DPAYSSRT-RECORD.
           COPY DPAYTST.
           10  DPAYSSRT-SOURCE            PIC X(01).

       FD  DPAYSUBS-FILE
           RECORDING MODE IS F.
       01  DPAYSUBS-RECORD.
           COPY DPAYTST.
           10  DPAYSUBS-SOURCE            PIC X(01).
               88  DPAYSUBS-FROM-MASTER       VALUE "M".

       FD  DPAYSUBO-FILE
           RECORDING MODE IS F.
       01  DPAYSUBO-FILE-HEADER.
           05  DPAYSUBO-H-TYPE            PIC X(01).
           05  DPAYSUBO-H-BUILD-DATE      PIC X(10).
           05  DPAYSUBO-H-BUILD-TIME      PIC X(08).
           05  DPAYSUBO-H-CUTOFF          PIC X(05).
           05  DPAYSUBO-H-ORIGINATOR      PIC X(08).
           05  FILLER                     PIC X(218).
       01  DPAYSUBO-BATCH-HEADER.
           05  DPAYSUBO-B-TYPE            PIC X(01).
           05  DPAYSUBO-B-BATCH-NO        PIC 9(05).
           05  DPAYSUBO-B-SCHEME          PIC X(50).
           05  DPAYSUBO-B-VALUE-DATE      PIC X(10).
           05  FILLER                     PIC X(184).
       01  DPAYSUBO-DETAIL.
           05  DPAYSUBO-D-TYPE            PIC X(01).
           05  DPAYSUBO-D-BATCH-NO        PIC 9(05).
           05  DPAYSUBO-D-SEQ-NO          PIC 9(07).
           05  DPAYSUBO-D-PAY-ID          PIC 9(09).
           05  DPAYSUBO-D-CONSENT-ID      PIC 9(09).
           05  DPAYSUBO-D-DEBIT-AC        PIC X(16).
           05  DPAYSUBO-D-DEBIT-NAME      PIC X(50).
           05  DPAYSUBO-D-CREDIT-AC       PIC X(16).
           05  DPAYSUBO-D-CREDIT-SCHEME   PIC X(50).
           05  DPAYSUBO-D-CREDIT-NAME     PIC X(50).
           05  DPAYSUBO-D-AMOUNT          PIC S9(10)V99
                                          SIGN LEADING SEPARATE.
           05  DPAYSUBO-D-CURRENCY        PIC X(03).
           05  FILLER                     PIC X(21).
       01  DPAYSUBO-BATCH-TRAILER.
           05  DPAYSUBO-T-TYPE            PIC X(01).
           05  DPAYSUBO-T-BATCH-NO        PIC 9(05).
           05  DPAYSUBO-T-SCHEME          PIC X(50).
           05  DPAYSUBO-T-ITEM-CT         PIC 9(07).
           05  DPAYSUBO-T-VALUE-TOTAL     PIC S9(13)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(171).
       01  DPAYSUBO-FILE-TRAILER.
           05  DPAYSUBO-Z-TYPE            PIC X(01).
           05  DPAYSUBO-Z-BATCH-CT        PIC 9(05).
           05  DPAYSUBO-Z-ITEM-CT         PIC 9(07).
           05  DPAYSUBO-Z-VALUE-TOTAL     PIC S9(13)V99
                                          SIGN LEADING SEPARATE.
           05  DPAYSUBO-Z-RECORD-CT       PIC 9(07).
           05  FILLER                     PIC X(214).

       FD  DPAYSUBR-FILE
           RECORDING MODE IS F.
       01  DPAYSUBR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYSUB-CARD-STATUS        PIC X(02).
           88  DPAYSUB-CARD-OK            VALUE "00".
           88  DPAYSUB-CARD-NOT-FOUND     VALUE "35".

       77  DPAYSUB-FEED-STATUS        PIC X(02).
           88  DPAYSUB-FEED-NOT-FOUND     VALUE "35".

       77  DPAYSUB-MASTER-STATUS      PIC X(02).
           88  DPAYSUB-MASTER-OK          VALUE "00".
           88  DPAYSUB-MASTER-NOT-FOUND   VALUE "23", "35".

       77  DPAYSUB-WORK-STATUS        PIC X(02).
       77  DPAYSUB-SRTO-STATUS        PIC X(02).
       77  DPAYSUB-OUTPUT-STATUS      PIC X(02).
       77  DPAYSUB-REPORT-STATUS      PIC X(02).

       77  DPAYSUB-FEED-EOF-SW        PIC X(01) VALUE "N".
           88  DPAYSUB-FEED-AT-EOF         VALUE "Y".

       77  DPAYSUB-AT-EOF-SW          PIC X(01) VALUE "N".
           88  DPAYSUB-AT-EOF              VALUE "Y".

       77  DPAYSUB-FIRST-SW           PIC X(01) VALUE "Y".
           88  DPAYSUB-FIRST-RECORD        VALUE "Y".

       77  DPAYSUB-BATCH-SW           PIC X(01) VALUE "N".
           88  DPAYSUB-BATCH-OPEN          VALUE "Y".

       77  DPAYSUB-PREV-ID            PIC 9(09).
       77  DPAYSUB-BATCH-SCHEME       PIC X(50).

       77  DPAYSUB-CANDIDATE-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-FEED-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-ONLINE-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-DUP-CT             PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-SUBMITTED-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-NOT-DUE-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-LATE-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-CARRIED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-ERROR-CT           PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-BATCH-CT           PIC 9(05) COMP-3 VALUE 0.
       77  DPAYSUB-RECORD-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-BATCH-ITEM-CT      PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSUB-BATCH-VALUE        PIC S9(13)V99 COMP-3 VALUE 0.
       77  DPAYSUB-FILE-VALUE         PIC S9(13)V99 COMP-3 VALUE 0.

      *****************************************************************
      * THE SUBMISSION CUT-OFF, HH:MM - THE SAME SHAPE AS THE TIME    *
      * PORTION OF DFHCA-01-CREATE-TS, SO THE TWO COMPARE DIRECTLY.   *
      *****************************************************************
       01  DPAYSUB-CUTOFF.
           05  DPAYSUB-CUTOFF-HH          PIC X(02) VALUE "15".
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYSUB-CUTOFF-MM          PIC X(02) VALUE "30".

       01  DPAYSUB-TODAY-DATE         PIC X(08).
       01  DPAYSUB-TIME-NOW           PIC X(08).

       01  DPAYSUB-NOW-TS.
           05  DPAYSUB-NOW-DATE.
               10  DPAYSUB-NOW-YEAR       PIC X(04).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYSUB-NOW-MONTH      PIC X(02).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYSUB-NOW-DAY        PIC X(02).
           05  FILLER                     PIC X(01) VALUE "T".
           05  DPAYSUB-NOW-TIME.
               10  DPAYSUB-NOW-HH         PIC X(02).
               10  FILLER                 PIC X(01) VALUE ":".
               10  DPAYSUB-NOW-MM         PIC X(02).
               10  FILLER                 PIC X(01) VALUE ":".
               10  DPAYSUB-NOW-SS         PIC X(02).
           05  FILLER                     PIC X(13) VALUE SPACES.

       01  DPAYSUB-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYSUB - SCHEME SUBMISSION BUILD".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYSUB-H1-DATE            PIC X(10).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "CUT-OFF : ".
           05  DPAYSUB-H1-CUTOFF          PIC X(05).

       01  DPAYSUB-HEADING-2.
           05  FILLER                     PIC X(12) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "BATCH".
           05  FILLER                     PIC X(10) VALUE "SEQ".
           05  FILLER                     PIC X(16)
               VALUE "CONSENT-AMOUNT".
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  FILLER                     PIC X(05) VALUE "CUR".
           05  FILLER                     PIC X(30) VALUE "OUTCOME".

       01  DPAYSUB-DETAIL-LINE.
           05  DPAYSUB-D-ID               PIC 9(09).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  DPAYSUB-D-BATCH-NO         PIC ZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  DPAYSUB-D-SEQ-NO           PIC ZZZZZZ9.
           05  FILLER                     PIC X(03) VALUE SPACES.
           05  DPAYSUB-D-AMOUNT           PIC Z(9)9.99-.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DPAYSUB-D-CURRENCY         PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSUB-D-OUTCOME          PIC X(36).

       01  DPAYSUB-BATCH-LINE.
           05  FILLER                     PIC X(08) VALUE "BATCH ".
           05  DPAYSUB-B-BATCH-NO         PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSUB-B-SCHEME           PIC X(50).
           05  FILLER                     PIC X(08) VALUE " ITEMS ".
           05  DPAYSUB-B-ITEM-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(08) VALUE " VALUE ".
           05  DPAYSUB-B-VALUE            PIC Z(12)9.99-.

       01  DPAYSUB-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "CANDIDATES           : ".
           05  DPAYSUB-S-CANDIDATE-CT     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(08) VALUE "FEEDS : ".
           05  DPAYSUB-S-FEED-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE "ONLINE : ".
           05  DPAYSUB-S-ONLINE-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(21)
               VALUE "DUPLICATES DROPPED : ".
           05  DPAYSUB-S-DUP-CT           PIC ZZZ,ZZ9.

       01  DPAYSUB-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "SUBMITTED            : ".
           05  DPAYSUB-S-SUBMITTED-CT     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(10) VALUE "BATCHES : ".
           05  DPAYSUB-S-BATCH-CT         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(15)
               VALUE "NO LONGER DUE: ".
           05  DPAYSUB-S-NOT-DUE-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(16)
               VALUE "AFTER CUT-OFF : ".
           05  DPAYSUB-S-LATE-CT          PIC ZZZ,ZZ9.

       01  DPAYSUB-SUMMARY-3.
           05  FILLER                     PIC X(24)
               VALUE "TOTAL VALUE SUBMITTED: ".
           05  DPAYSUB-S-FILE-VALUE       PIC Z(12)9.99-.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(18)
               VALUE "CARRIED FORWARD : ".
           05  DPAYSUB-S-CARRIED-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(16)
               VALUE "MASTER ERRORS : ".
           05  DPAYSUB-S-ERROR-CT         PIC ZZZ,ZZ9.

       01  DPAYSUB-RUN-PARMS.
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
           PERFORM 2000-GATHER-CANDIDATES
               THRU 2000-EXIT.
           SORT DPAYSSRT-FILE
               ON ASCENDING KEY
                   DFHCA-01-DEBIT-AC-SCHEMENAME IN DPAYSSRT-RECORD
                   DFHCA-01-CONSENT-ID IN DPAYSSRT-RECORD
                   DPAYSSRT-SOURCE
               USING DPAYSUBW-FILE
               GIVING DPAYSUBS-FILE.
           PERFORM 1500-OPEN-SORTED-CANDIDATES
               THRU 1500-EXIT.
           PERFORM 3000-READ-CANDIDATE
               THRU 3000-EXIT.
           PERFORM 4000-PROCESS-CANDIDATE
               THRU 4000-EXIT
               UNTIL DPAYSUB-AT-EOF.
           IF DPAYSUB-BATCH-OPEN
               PERFORM 6000-CLOSE-BATCH
                   THRU 6000-EXIT
           END-IF.
           PERFORM 7000-WRITE-FILE-TRAILER
               THRU 7000-EXIT.
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
           MOVE "DPAYSUB" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYSUB-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYSUB-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYSUB-TIME-NOW FROM TIME.
           MOVE DPAYSUB-TODAY-DATE (1:4) TO DPAYSUB-NOW-YEAR.
           MOVE DPAYSUB-TODAY-DATE (5:2) TO DPAYSUB-NOW-MONTH.
           MOVE DPAYSUB-TODAY-DATE (7:2) TO DPAYSUB-NOW-DAY.
           MOVE DPAYSUB-TIME-NOW (1:2) TO DPAYSUB-NOW-HH.
           MOVE DPAYSUB-TIME-NOW (3:2) TO DPAYSUB-NOW-MM.
           MOVE DPAYSUB-TIME-NOW (5:2) TO DPAYSUB-NOW-SS.
           PERFORM 1100-READ-PARAMETER-CARD
               THRU 1100-EXIT.
           OPEN OUTPUT DPAYSUBW-FILE.
           OPEN OUTPUT DPAYSUBO-FILE.
           OPEN OUTPUT DPAYSUBR-FILE.
           MOVE DPAYSUB-NOW-DATE TO DPAYSUB-H1-DATE.
           MOVE DPAYSUB-CUTOFF TO DPAYSUB-H1-CUTOFF.
           MOVE DPAYSUB-HEADING-1 TO DPAYSUBR-LINE.
           WRITE DPAYSUBR-LINE.
           MOVE DPAYSUB-HEADING-2 TO DPAYSUBR-LINE.
           WRITE DPAYSUBR-LINE.
           MOVE SPACES TO DPAYSUBO-FILE-HEADER.
           MOVE "H" TO DPAYSUBO-H-TYPE.
           MOVE DPAYSUB-NOW-DATE TO DPAYSUBO-H-BUILD-DATE.
           MOVE DPAYSUB-NOW-TIME TO DPAYSUBO-H-BUILD-TIME.
           MOVE DPAYSUB-CUTOFF TO DPAYSUBO-H-CUTOFF.
           MOVE "DPAYSUB" TO DPAYSUBO-H-ORIGINATOR.
           WRITE DPAYSUBO-FILE-HEADER.
           ADD 1 TO DPAYSUB-RECORD-CT.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * THE CUT-OFF CARD IS OPTIONAL - A MISSING OR EMPTY CARD FILE,  *
      * OR A CARD THAT IS NOT A VALID HHMM, LEAVES THE DEFAULT.       *
      *****************************************************************
       1100-READ-PARAMETER-CARD.
           OPEN INPUT DPAYSUBC-FILE.
           IF DPAYSUB-CARD-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.
           READ DPAYSUBC-FILE
               AT END
                   CONTINUE
           END-READ.
           IF DPAYSUB-CARD-OK
               IF DPAYSUBC-CUTOFF-HH NUMERIC
                   AND DPAYSUBC-CUTOFF-MM NUMERIC
                   AND DPAYSUBC-CUTOFF-HH < "24"
                   AND DPAYSUBC-CUTOFF-MM < "60"
                   MOVE DPAYSUBC-CUTOFF-HH TO DPAYSUB-CUTOFF-HH
                   MOVE DPAYSUBC-CUTOFF-MM TO DPAYSUB-CUTOFF-MM
               END-IF
           END-IF.
           CLOSE DPAYSUBC-FILE.
       1100-EXIT.
           EXIT.

       1500-OPEN-SORTED-CANDIDATES.
           OPEN INPUT DPAYSUBS-FILE.
           OPEN I-O DPAYMAS-FILE.
           IF DPAYSUB-MASTER-NOT-FOUND
               OPEN OUTPUT DPAYMAS-FILE
               CLOSE DPAYMAS-FILE
               OPEN I-O DPAYMAS-FILE
           END-IF.
       1500-EXIT.
           EXIT.

      *****************************************************************
      * COLLECT THE CANDIDATES FROM THE FOUR SETTLEMENT FEEDS AND     *
      * THE MASTER ONTO THE WORK FILE FOR SORTING.  A FEED THAT WAS   *
      * NOT PRODUCED TODAY IS SIMPLY EMPTY.                           *
      *****************************************************************
       2000-GATHER-CANDIDATES.
           PERFORM 2100-GATHER-BULK-FEED
               THRU 2100-EXIT.
           PERFORM 2200-GATHER-GENERATED-FEED
               THRU 2200-EXIT.
           PERFORM 2300-GATHER-RELEASE-FEED
               THRU 2300-EXIT.
           PERFORM 2350-GATHER-APPROVED-FEED
               THRU 2350-EXIT.
           PERFORM 2400-GATHER-MASTER
               THRU 2400-EXIT.
           CLOSE DPAYSUBW-FILE.
       2000-EXIT.
           EXIT.

       2100-GATHER-BULK-FEED.
           MOVE "N" TO DPAYSUB-FEED-EOF-SW.
           OPEN INPUT DPAYBOUT-FILE.
           IF DPAYSUB-FEED-NOT-FOUND
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-READ-BULK-FEED
               THRU 2110-EXIT.
           PERFORM 2120-TAKE-BULK-ITEM
               THRU 2120-EXIT
               UNTIL DPAYSUB-FEED-AT-EOF.
           CLOSE DPAYBOUT-FILE.
       2100-EXIT.
           EXIT.

       2110-READ-BULK-FEED.
           READ DPAYBOUT-FILE
               AT END
                   SET DPAYSUB-FEED-AT-EOF TO TRUE
           END-READ.
       2110-EXIT.
           EXIT.

      *****************************************************************
      * THE BULK FEED CARRIES THE BATCH'S REJECTIONS TOO - ONLY AN    *
      * AUTHORISED ITEM THAT PASSED EVERY EDIT IS A CANDIDATE.        *
      *****************************************************************
       2120-TAKE-BULK-ITEM.
           IF DFHCA-01-CONSENT-AUTHORISED IN DPAYBOUT-RECORD
               AND DFHCA-01-RETURN-CD IN DPAYBOUT-RECORD = ZERO
               MOVE DPAYBOUT-RECORD TO DPAYSUBW-RECORD
               PERFORM 2900-WRITE-FEED-CANDIDATE
                   THRU 2900-EXIT
           END-IF.
           PERFORM 2110-READ-BULK-FEED
               THRU 2110-EXIT.
       2120-EXIT.
           EXIT.

       2200-GATHER-GENERATED-FEED.
           MOVE "N" TO DPAYSUB-FEED-EOF-SW.
           OPEN INPUT DPAYGENO-FILE.
           IF DPAYSUB-FEED-NOT-FOUND
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-READ-GENERATED-FEED
               THRU 2210-EXIT.
           PERFORM 2220-TAKE-GENERATED-ITEM
               THRU 2220-EXIT
               UNTIL DPAYSUB-FEED-AT-EOF.
           CLOSE DPAYGENO-FILE.
       2200-EXIT.
           EXIT.

       2210-READ-GENERATED-FEED.
           READ DPAYGENO-FILE
               AT END
                   SET DPAYSUB-FEED-AT-EOF TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.

       2220-TAKE-GENERATED-ITEM.
           IF DFHCA-01-CONSENT-AUTHORISED IN DPAYGENO-RECORD
               AND DFHCA-01-RETURN-CD IN DPAYGENO-RECORD = ZERO
               MOVE DPAYGENO-RECORD TO DPAYSUBW-RECORD
               PERFORM 2900-WRITE-FEED-CANDIDATE
                   THRU 2900-EXIT
           END-IF.
           PERFORM 2210-READ-GENERATED-FEED
               THRU 2210-EXIT.
       2220-EXIT.
           EXIT.

       2300-GATHER-RELEASE-FEED.
           MOVE "N" TO DPAYSUB-FEED-EOF-SW.
           OPEN INPUT DPAYRELO-FILE.
           IF DPAYSUB-FEED-NOT-FOUND
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-READ-RELEASE-FEED
               THRU 2310-EXIT.
           PERFORM 2320-TAKE-RELEASE-ITEM
               THRU 2320-EXIT
               UNTIL DPAYSUB-FEED-AT-EOF.
           CLOSE DPAYRELO-FILE.
       2300-EXIT.
           EXIT.

       2310-READ-RELEASE-FEED.
           READ DPAYRELO-FILE
               AT END
                   SET DPAYSUB-FEED-AT-EOF TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.

       2320-TAKE-RELEASE-ITEM.
           IF DFHCA-01-CONSENT-AUTHORISED IN DPAYRELO-RECORD
               AND DFHCA-01-RETURN-CD IN DPAYRELO-RECORD = ZERO
               MOVE DPAYRELO-RECORD TO DPAYSUBW-RECORD
               PERFORM 2900-WRITE-FEED-CANDIDATE
                   THRU 2900-EXIT
           END-IF.
           PERFORM 2310-READ-RELEASE-FEED
               THRU 2310-EXIT.
       2320-EXIT.
           EXIT.

       2350-GATHER-APPROVED-FEED.
           MOVE "N" TO DPAYSUB-FEED-EOF-SW.
           OPEN INPUT DPAYAPVO-FILE.
           IF DPAYSUB-FEED-NOT-FOUND
               GO TO 2350-EXIT
           END-IF.
           PERFORM 2360-READ-APPROVED-FEED
               THRU 2360-EXIT.
           PERFORM 2370-TAKE-APPROVED-ITEM
               THRU 2370-EXIT
               UNTIL DPAYSUB-FEED-AT-EOF.
           CLOSE DPAYAPVO-FILE.
       2350-EXIT.
           EXIT.

       2360-READ-APPROVED-FEED.
           READ DPAYAPVO-FILE
               AT END
                   SET DPAYSUB-FEED-AT-EOF TO TRUE
           END-READ.
       2360-EXIT.
           EXIT.

       2370-TAKE-APPROVED-ITEM.
           IF DFHCA-01-CONSENT-AUTHORISED IN DPAYAPVO-RECORD
               AND DFHCA-01-RETURN-CD IN DPAYAPVO-RECORD = ZERO
               MOVE DPAYAPVO-RECORD TO DPAYSUBW-RECORD
               PERFORM 2900-WRITE-FEED-CANDIDATE
                   THRU 2900-EXIT
           END-IF.
           PERFORM 2360-READ-APPROVED-FEED
               THRU 2360-EXIT.
       2370-EXIT.
           EXIT.

      *****************************************************************
      * SWEEP THE MASTER FOR THE PAYMENTS NO FEED CARRIES:            *
      * AUTHORISED, CLEAN, PAYMENT STILL AT INIT, AND EITHER UNDATED  *
      * OR DATED NO LATER THAN TODAY AND ALREADY DUE WHEN THE CONSENT *
      * WAS LAST WRITTEN.  THAT TAKES TODAY'S ONLINE PAYMENTS, ONE    *
      * HELD AFTER AN EARLIER WINDOW'S CUT-OFF, AND ONE APPROVED OR   *
      * RELEASED SINCE ITS CAPTURE.  A DATED ITEM LAST WRITTEN BEFORE *
      * ITS DATE WAS WAREHOUSED - IT GOES ONLY WHEN DPAYREL HAS       *
      * RELEASED IT ONTO DPAYRELO, AND NEVER WHILE DPAYREL WITHHOLDS  *
      * IT.                                                           *
      *****************************************************************
       2400-GATHER-MASTER.
           MOVE "N" TO DPAYSUB-FEED-EOF-SW.
           OPEN INPUT DPAYMAS-FILE.
           IF DPAYSUB-MASTER-NOT-FOUND
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2410-READ-MASTER
               THRU 2410-EXIT.
           PERFORM 2420-TAKE-MASTER-ITEM
               THRU 2420-EXIT
               UNTIL DPAYSUB-FEED-AT-EOF.
           CLOSE DPAYMAS-FILE.
       2400-EXIT.
           EXIT.

       2410-READ-MASTER.
           READ DPAYMAS-FILE NEXT RECORD
               AT END
                   SET DPAYSUB-FEED-AT-EOF TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.

       2420-TAKE-MASTER-ITEM.
           IF DFHCA-01-CONSENT-AUTHORISED IN DPAYMAS-RECORD
               AND DFHCA-01-PAY-INITIAL IN DPAYMAS-RECORD
               AND DFHCA-01-RETURN-CD IN DPAYMAS-RECORD = ZERO
               IF DFHCA-01-REQD-EXEC-DATE IN DPAYMAS-RECORD = SPACES
                   OR (DFHCA-01-REQD-EXEC-DATE IN DPAYMAS-RECORD
                           NOT > DPAYSUB-NOW-DATE
                       AND DFHCA-01-REQD-EXEC-DATE IN DPAYMAS-RECORD
                           NOT > DFHCA-01-LAST-UPDATE-TS
                                     IN DPAYMAS-RECORD (1:10))
                   MOVE DPAYMAS-RECORD TO DPAYSUBW-RECORD
                   SET DPAYSUBW-FROM-MASTER TO TRUE
                   WRITE DPAYSUBW-RECORD
                   ADD 1 TO DPAYSUB-ONLINE-CT
                   ADD 1 TO DPAYSUB-CANDIDATE-CT
               END-IF
           END-IF.
           PERFORM 2410-READ-MASTER
               THRU 2410-EXIT.
       2420-EXIT.
           EXIT.

       2900-WRITE-FEED-CANDIDATE.
           SET DPAYSUBW-FROM-FEED TO TRUE.
           WRITE DPAYSUBW-RECORD.
           ADD 1 TO DPAYSUB-FEED-CT.
           ADD 1 TO DPAYSUB-CANDIDATE-CT.
       2900-EXIT.
           EXIT.

       3000-READ-CANDIDATE.
           READ DPAYSUBS-FILE
               AT END
                   SET DPAYSUB-AT-EOF TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * THE CANDIDATES ARRIVE IN SCHEME / CONSENT-ID ORDER, SO A      *
      * CONSENT FOUND ON MORE THAN ONE SOURCE FOLLOWS ITSELF, A FEED  *
      * COPY AHEAD OF THE MASTER SWEEP'S, AND THE REPEATS ARE         *
      * DROPPED.  THE MASTER RECORD, RE-READ NOW, IS THE AUTHORITY:   *
      * ONLY A CONSENT STILL AUTHORISED WITH ITS PAYMENT STILL AT     *
      * INIT IS SUBMITTED - ONE ALREADY SENT IN AN EARLIER WINDOW, OR *
      * RECALLED, CANCELLED OR REJECTED SINCE, IS NOT.  THE CUT-OFF   *
      * HOLDS ONLY AN ONLINE CAPTURE - ONE NO FEED CARRIES, FOUND BY  *
      * THE MASTER SWEEP - CREATED TODAY AFTER THE CUT-OFF TIME; THE  *
      * FEEDS' BULK, GENERATED, RELEASED AND APPROVED PAYMENTS ALWAYS *
      * GO IN THE WINDOW THAT FINDS THEM.                             *
      *****************************************************************
       4000-PROCESS-CANDIDATE.
           IF NOT DPAYSUB-FIRST-RECORD
               AND DFHCA-01-CONSENT-ID IN DPAYSUBS-RECORD
                   = DPAYSUB-PREV-ID
               ADD 1 TO DPAYSUB-DUP-CT
               GO TO 4000-NEXT
           END-IF.
           MOVE "N" TO DPAYSUB-FIRST-SW.
           MOVE DFHCA-01-CONSENT-ID IN DPAYSUBS-RECORD
               TO DPAYSUB-PREV-ID.
           MOVE DFHCA-01-CONSENT-ID IN DPAYSUBS-RECORD
               TO DPAYSUB-D-ID.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYSUBS-RECORD
               TO DPAYSUB-D-AMOUNT.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYSUBS-RECORD
               TO DPAYSUB-D-CURRENCY.
           MOVE ZERO TO DPAYSUB-D-BATCH-NO.
           MOVE ZERO TO DPAYSUB-D-SEQ-NO.
           MOVE DFHCA-01-CONSENT-ID IN DPAYSUBS-RECORD
               TO DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD.
           READ DPAYMAS-FILE
               KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYSUB-MASTER-OK
               ADD 1 TO DPAYSUB-NOT-DUE-CT
               MOVE "NOT SENT - NOT ON MASTER" TO DPAYSUB-D-OUTCOME
               PERFORM 4900-WRITE-DETAIL
                   THRU 4900-EXIT
               GO TO 4000-NEXT
           END-IF.
           IF NOT DFHCA-01-CONSENT-AUTHORISED IN DPAYMAS-RECORD
               OR NOT DFHCA-01-PAY-INITIAL IN DPAYMAS-RECORD
               OR DFHCA-01-RETURN-CD IN DPAYMAS-RECORD NOT = ZERO
               ADD 1 TO DPAYSUB-NOT-DUE-CT
               MOVE "NOT SENT - NO LONGER DUE" TO DPAYSUB-D-OUTCOME
               PERFORM 4900-WRITE-DETAIL
                   THRU 4900-EXIT
               GO TO 4000-NEXT
           END-IF.
           IF DPAYSUBS-FROM-MASTER
               AND DFHCA-01-CREATE-TS IN DPAYMAS-RECORD (1:10)
                   = DPAYSUB-NOW-DATE
               AND DFHCA-01-CREATE-TS IN DPAYMAS-RECORD (12:5)
                   > DPAYSUB-CUTOFF
               ADD 1 TO DPAYSUB-LATE-CT
               MOVE "HELD - AFTER CUT-OFF, NEXT WINDOW"
                   TO DPAYSUB-D-OUTCOME
               PERFORM 4900-WRITE-DETAIL
                   THRU 4900-EXIT
               GO TO 4000-NEXT
           END-IF.
           PERFORM 5000-SUBMIT-PAYMENT
               THRU 5000-EXIT.
       4000-NEXT.
           PERFORM 3000-READ-CANDIDATE
               THRU 3000-EXIT.
       4000-EXIT.
           EXIT.

       4900-WRITE-DETAIL.
           MOVE DPAYSUB-DETAIL-LINE TO DPAYSUBR-LINE.
           WRITE DPAYSUBR-LINE.
       4900-EXIT.
           EXIT.

      *****************************************************************
      * MOVE THE PAYMENT FROM INIT TO PDNG ON THE MASTER, THE RECORD  *
      * THAT IT HAS BEEN SENT, THEN WRITE IT INTO ITS SCHEME'S BATCH  *
      * - OPENING A NEW BATCH ON A CHANGE OF SCHEME.  THE MASTER GOES *
      * FIRST: A PAYMENT WHOSE MASTER COULD NOT BE UPDATED WOULD BE   *
      * LEFT AT INIT AND GO AGAIN IN THE NEXT WINDOW, SO IT IS NOT    *
      * SENT AT ALL - IT IS REPORTED AND THE RUN ENDS WITH RETURN     *
      * CODE 16.                                                      *
      * A PAYMENT THAT FELL DUE ON AN EARLIER DAY IS REPORTED AS      *
      * CARRIED FORWARD.                                              *
      *****************************************************************
       5000-SUBMIT-PAYMENT.
           SET DFHCA-01-PAY-PENDING IN DPAYMAS-RECORD TO TRUE.
           MOVE DPAYSUB-NOW-TS
               TO DFHCA-01-LAST-UPDATE-TS IN DPAYMAS-RECORD.
           MOVE "DPAYSUB" TO DFHCA-01-LAST-OPER-ID IN DPAYMAS-RECORD.
           REWRITE DPAYMAS-RECORD.
           IF NOT DPAYSUB-MASTER-OK
               ADD 1 TO DPAYSUB-ERROR-CT
               MOVE 16 TO RETURN-CODE
               MOVE "NOT SENT - MASTER UPDATE FAILED"
                   TO DPAYSUB-D-OUTCOME
               PERFORM 4900-WRITE-DETAIL
                   THRU 4900-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF DPAYSUB-BATCH-OPEN
               AND DFHCA-01-DEBIT-AC-SCHEMENAME IN DPAYMAS-RECORD
                   NOT = DPAYSUB-BATCH-SCHEME
               PERFORM 6000-CLOSE-BATCH
                   THRU 6000-EXIT
           END-IF.
           IF NOT DPAYSUB-BATCH-OPEN
               PERFORM 5500-OPEN-BATCH
                   THRU 5500-EXIT
           END-IF.
           ADD 1 TO DPAYSUB-BATCH-ITEM-CT.
           MOVE SPACES TO DPAYSUBO-DETAIL.
           MOVE "D" TO DPAYSUBO-D-TYPE.
           MOVE DPAYSUB-BATCH-CT TO DPAYSUBO-D-BATCH-NO.
           MOVE DPAYSUB-BATCH-ITEM-CT TO DPAYSUBO-D-SEQ-NO.
           MOVE DFHCA-01-DOMESTIC-PAY-ID IN DPAYMAS-RECORD
               TO DPAYSUBO-D-PAY-ID.
           MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               TO DPAYSUBO-D-CONSENT-ID.
           MOVE DFHCA-01-DEBIT-AC IN DPAYMAS-RECORD
               TO DPAYSUBO-D-DEBIT-AC.
           MOVE DFHCA-01-DEBIT-AC-CUSTNAME IN DPAYMAS-RECORD
               TO DPAYSUBO-D-DEBIT-NAME.
           MOVE DFHCA-01-CREDIT-AC IN DPAYMAS-RECORD
               TO DPAYSUBO-D-CREDIT-AC.
           MOVE DFHCA-01-CREDIT-AC-SCHEMENAME IN DPAYMAS-RECORD
               TO DPAYSUBO-D-CREDIT-SCHEME.
           MOVE DFHCA-01-CREDIT-AC-CUSTNAME IN DPAYMAS-RECORD
               TO DPAYSUBO-D-CREDIT-NAME.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYSUBO-D-AMOUNT.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYMAS-RECORD
               TO DPAYSUBO-D-CURRENCY.
           WRITE DPAYSUBO-DETAIL.
           ADD 1 TO DPAYSUB-RECORD-CT.
           ADD DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYSUB-BATCH-VALUE.
           ADD DFHCA-01-CONSENT-AMOUNT IN DPAYMAS-RECORD
               TO DPAYSUB-FILE-VALUE.
           ADD 1 TO DPAYSUB-SUBMITTED-CT.
           MOVE DPAYSUB-BATCH-CT TO DPAYSUB-D-BATCH-NO.
           MOVE DPAYSUB-BATCH-ITEM-CT TO DPAYSUB-D-SEQ-NO.
           IF DFHCA-01-CREATE-TS IN DPAYMAS-RECORD (1:10)
                   < DPAYSUB-NOW-DATE
               AND (DFHCA-01-REQD-EXEC-DATE IN DPAYMAS-RECORD = SPACES
                   OR DFHCA-01-REQD-EXEC-DATE IN DPAYMAS-RECORD
                       < DPAYSUB-NOW-DATE)
               ADD 1 TO DPAYSUB-CARRIED-CT
               MOVE "SUBMITTED - CARRIED FORWARD"
                   TO DPAYSUB-D-OUTCOME
           ELSE
               MOVE "SUBMITTED - PAYMENT NOW PDNG"
                   TO DPAYSUB-D-OUTCOME
           END-IF.
           PERFORM 4900-WRITE-DETAIL
               THRU 4900-EXIT.
       5000-EXIT.
           EXIT.

       5500-OPEN-BATCH.
           ADD 1 TO DPAYSUB-BATCH-CT.
           MOVE ZERO TO DPAYSUB-BATCH-ITEM-CT.
           MOVE ZERO TO DPAYSUB-BATCH-VALUE.
           MOVE DFHCA-01-DEBIT-AC-SCHEMENAME IN DPAYMAS-RECORD
               TO DPAYSUB-BATCH-SCHEME.
           MOVE SPACES TO DPAYSUBO-BATCH-HEADER.
           MOVE "B" TO DPAYSUBO-B-TYPE.
           MOVE DPAYSUB-BATCH-CT TO DPAYSUBO-B-BATCH-NO.
           MOVE DPAYSUB-BATCH-SCHEME TO DPAYSUBO-B-SCHEME.
           MOVE DPAYSUB-NOW-DATE TO DPAYSUBO-B-VALUE-DATE.
           WRITE DPAYSUBO-BATCH-HEADER.
           ADD 1 TO DPAYSUB-RECORD-CT.
           SET DPAYSUB-BATCH-OPEN TO TRUE.
       5500-EXIT.
           EXIT.

      *****************************************************************
      * THE BATCH TRAILER CARRIES THE BATCH'S ITEM COUNT AND VALUE    *
      * SO THE SCHEME CAN PROVE EACH BATCH; THE SAME FIGURES GO ON    *
      * THE REPORT.                                                   *
      *****************************************************************
       6000-CLOSE-BATCH.
           MOVE SPACES TO DPAYSUBO-BATCH-TRAILER.
           MOVE "T" TO DPAYSUBO-T-TYPE.
           MOVE DPAYSUB-BATCH-CT TO DPAYSUBO-T-BATCH-NO.
           MOVE DPAYSUB-BATCH-SCHEME TO DPAYSUBO-T-SCHEME.
           MOVE DPAYSUB-BATCH-ITEM-CT TO DPAYSUBO-T-ITEM-CT.
           MOVE DPAYSUB-BATCH-VALUE TO DPAYSUBO-T-VALUE-TOTAL.
           WRITE DPAYSUBO-BATCH-TRAILER.
           ADD 1 TO DPAYSUB-RECORD-CT.
           MOVE DPAYSUB-BATCH-CT TO DPAYSUB-B-BATCH-NO.
           MOVE DPAYSUB-BATCH-SCHEME TO DPAYSUB-B-SCHEME.
           MOVE DPAYSUB-BATCH-ITEM-CT TO DPAYSUB-B-ITEM-CT.
           MOVE DPAYSUB-BATCH-VALUE TO DPAYSUB-B-VALUE.
           MOVE DPAYSUB-BATCH-LINE TO DPAYSUBR-LINE.
           WRITE DPAYSUBR-LINE.
           MOVE "N" TO DPAYSUB-BATCH-SW.
       6000-EXIT.
           EXIT.

       7000-WRITE-FILE-TRAILER.
           ADD 1 TO DPAYSUB-RECORD-CT.
           MOVE SPACES TO DPAYSUBO-FILE-TRAILER.
           MOVE "Z" TO DPAYSUBO-Z-TYPE.
           MOVE DPAYSUB-BATCH-CT TO DPAYSUBO-Z-BATCH-CT.
           MOVE DPAYSUB-SUBMITTED-CT TO DPAYSUBO-Z-ITEM-CT.
           MOVE DPAYSUB-FILE-VALUE TO DPAYSUBO-Z-VALUE-TOTAL.
           MOVE DPAYSUB-RECORD-CT TO DPAYSUBO-Z-RECORD-CT.
           WRITE DPAYSUBO-FILE-TRAILER.
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYSUB-CANDIDATE-CT TO DPAYSUB-S-CANDIDATE-CT.
           MOVE DPAYSUB-FEED-CT TO DPAYSUB-S-FEED-CT.
           MOVE DPAYSUB-ONLINE-CT TO DPAYSUB-S-ONLINE-CT.
           MOVE DPAYSUB-DUP-CT TO DPAYSUB-S-DUP-CT.
           MOVE DPAYSUB-SUMMARY-1 TO DPAYSUBR-LINE.
           WRITE DPAYSUBR-LINE.
           MOVE DPAYSUB-SUBMITTED-CT TO DPAYSUB-S-SUBMITTED-CT.
           MOVE DPAYSUB-BATCH-CT TO DPAYSUB-S-BATCH-CT.
           MOVE DPAYSUB-NOT-DUE-CT TO DPAYSUB-S-NOT-DUE-CT.
           MOVE DPAYSUB-LATE-CT TO DPAYSUB-S-LATE-CT.
           MOVE DPAYSUB-SUMMARY-2 TO DPAYSUBR-LINE.
           WRITE DPAYSUBR-LINE.
           MOVE DPAYSUB-FILE-VALUE TO DPAYSUB-S-FILE-VALUE.
           MOVE DPAYSUB-CARRIED-CT TO DPAYSUB-S-CARRIED-CT.
           MOVE DPAYSUB-ERROR-CT TO DPAYSUB-S-ERROR-CT.
           MOVE DPAYSUB-SUMMARY-3 TO DPAYSUBR-LINE.
           WRITE DPAYSUBR-LINE.
           CLOSE DPAYSUBS-FILE.
           CLOSE DPAYMAS-FILE.
           CLOSE DPAYSUBO-FILE.
           CLOSE DPAYSUBR-FILE.
           PERFORM 9100-EMPTY-APPROVED-FEED
               THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * DPAYAPV ADDS TO THE APPROVED-SETTLEMENT FILE THROUGH THE DAY. *
      * ONCE ITS ITEMS ARE ON THE SUBMISSION FILE IT IS EMPTIED, SO   *
      * LATER APPROVALS START A FRESH FILE.                           *
      * AN APPROVAL ADDED WHILE THIS RUN WAS BUILDING IS STILL        *
      * AUTHORISED AT INIT ON THE MASTER, AND THE NEXT WINDOW'S       *
      * MASTER SWEEP TAKES IT.                                        *
      *****************************************************************
       9100-EMPTY-APPROVED-FEED.
           OPEN OUTPUT DPAYAPVO-FILE.
           CLOSE DPAYAPVO-FILE.
       9100-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "CANDIDATES" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYSUB-CANDIDATE-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "SUBMITTED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYSUB-SUBMITTED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "LEFT AS LATE" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYSUB-LATE-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYSUB-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
