      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYFXL                                          *
      * DESCRIPTION: Daily loader for the currency reference-rate     *
      *              file (DPAYFXR) that DPAYFXC converts with.       *
      *              Reads the day's rate feed (DPAYFXLI) - one rate  *
      *              record per currency, expressed as units of the   *
      *              base currency per unit of the currency - and     *
      *              adds or replaces each currency's rate.  A rate   *
      *              that fails validation is rejected and the rate   *
      *              already on file stands:                          *
      *               - the currency must be three letters, and not   *
      *                 the base currency, which needs no rate;       *
      *               - the rate must be a positive number;           *
      *               - the fixing date must be a real date, not in   *
      *                 the future, and no older than the rate it     *
      *                 would replace.                                *
      *              The same input carries the base-currency card    *
      *              that names the base currency and how many        *
      *              business days old a rate may be before it is     *
      *              stale.  The card carries the ID of the operator  *
      *              setting it, checked by DPAYOPV against the       *
      *              operator profiles for the function DPAYFXL.      *
      *              Changing the base currency purges every rate on  *
      *              file - each was quoted against the old base - so *
      *              a base card goes ahead of the rates in the feed. *
      *              EVERY RECORD, APPLIED OR REJECTED, PRINTS ON THE *
      *              LOAD REPORT (DPAYFXLR) WITH THE BEFORE AND AFTER *
      *              RATE.  THE RUN ENDS BY LISTING EVERY RATE STILL  *
      *              STALE AFTER THE LOAD - ANY CONVERSION THAT NEEDS *
      *              ONE WILL STOP THE PROGRAM ASKING FOR IT.         *
      *                                                                *
      * INPUT RECORD FORMAT (DPAYFXLI) :                               *
      *   COL  1     RECORD    - 'R' = RATE, 'B' = BASE CURRENCY      *
      *   COLS 2-4   CURRENCY (RATE) OR BASE CURRENCY (BASE)          *
      *   RATE RECORD :                                                *
      *   COLS 5-17  UNITS OF BASE CURRENCY PER UNIT OF THE CURRENCY, *
      *              EIGHT ASSUMED DECIMALS                            *
      *   COLS 18-27 FIXING DATE YYYY-MM-DD                            *
      *   COLS 113-120 FEED OR OPERATOR ID, KEPT AS LOADED-BY          *
      *   BASE CURRENCY CARD :                                         *
      *   COLS 5-7   RATE AGE ALLOWED, IN BUSINESS DAYS - 9(3),       *
      *              SPACES = 001                                      *
      *   COLS 113-120 OPERATOR ID                                     *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/01/14  RSH  INITIAL VERSION.                               *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYFXL.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  14/01/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYFXLI-FILE ASSIGN TO "DPAYFXLI"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFXL-INPUT-STATUS.

           SELECT DPAYFXR-FILE ASSIGN TO "DPAYFXR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYFXR-CURRENCY
               FILE STATUS IS DPAYFXL-RATE-STATUS.

           SELECT DPAYFXLR-FILE ASSIGN TO "DPAYFXLR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYFXL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYFXLI-FILE
           RECORDING MODE IS F.
       01  DPAYFXLI-RECORD                PIC X(120).

       FD  DPAYFXR-FILE.
           COPY DPAYFXR.

       FD  DPAYFXLR-FILE
           RECORDING MODE IS F.
       01  DPAYFXLR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYFXL-INPUT-STATUS       PIC X(02).
           88  DPAYFXL-INPUT-OK           VALUE "00".
           88  DPAYFXL-INPUT-EOF          VALUE "10".
           88  DPAYFXL-INPUT-NOT-FOUND    VALUE "35".

       77  DPAYFXL-RATE-STATUS        PIC X(02).
           88  DPAYFXL-RATE-OK            VALUE "00".
           88  DPAYFXL-RATE-NOT-FOUND     VALUE "23", "35".

       77  DPAYFXL-REPORT-STATUS      PIC X(02).

       77  DPAYFXL-INPUT-EOF-SW       PIC X(01) VALUE "N".
           88  DPAYFXL-INPUT-AT-EOF        VALUE "Y".

       77  DPAYFXL-INPUT-OPEN-SW      PIC X(01) VALUE "N".
           88  DPAYFXL-INPUT-OPEN          VALUE "Y".

       77  DPAYFXL-SCAN-EOF-SW        PIC X(01).
           88  DPAYFXL-SCAN-AT-EOF         VALUE "Y".

       77  DPAYFXL-CARD-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFXL-APPLIED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFXL-REJECTED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFXL-OPER-REJECT-CT     PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFXL-PURGED-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFXL-ON-FILE-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYFXL-STALE-CT           PIC 9(07) COMP-3 VALUE 0.

       77  DPAYFXL-OPER-REASON        PIC X(30).
       77  DPAYFXL-FUNCTION           PIC X(08) VALUE "DPAYFXL".
       77  DPAYFXL-CONTROL-KEY        PIC X(03) VALUE "***".
       77  DPAYFXL-CALENDAR           PIC X(50) VALUE "*DEFAULT".
       77  DPAYFXL-DEFAULT-AGE        PIC 9(03) VALUE 001.

      *****************************************************************
      * THE BASE CURRENCY AND RATE-AGE ALLOWANCE ON FILE - SPACES     *
      * UNTIL A BASE CARD HAS BEEN LOADED.                            *
      *****************************************************************
       77  DPAYFXL-BASE-CUR           PIC X(03) VALUE SPACES.
       77  DPAYFXL-MAX-AGE-DAYS       PIC 9(03) VALUE ZERO.

       77  DPAYFXL-DATE-INTEGER       PIC S9(09) COMP.

      *****************************************************************
      * THE RECORD IN HAND.                                           *
      *****************************************************************
       01  DPAYFXL-CARD.
           05  DPAYFXL-REC-TYPE           PIC X(01).
               88  DPAYFXL-RATE-CARD          VALUE "R".
               88  DPAYFXL-BASE-CARD          VALUE "B".
           05  DPAYFXL-CURRENCY           PIC X(03).
           05  DPAYFXL-BODY               PIC X(23).
           05  DPAYFXL-RATE-BODY REDEFINES DPAYFXL-BODY.
               10  DPAYFXL-RATE           PIC 9(05)V9(08).
               10  DPAYFXL-RATE-DATE      PIC X(10).
           05  DPAYFXL-BASE-BODY REDEFINES DPAYFXL-BODY.
               10  DPAYFXL-MAX-AGE        PIC X(03).
               10  DPAYFXL-MAX-AGE-N REDEFINES DPAYFXL-MAX-AGE
                                          PIC 9(03).
               10  FILLER                 PIC X(20).
           05  FILLER                     PIC X(85).
           05  DPAYFXL-OPER-ID            PIC X(08).

       01  DPAYFXL-TODAY-DATE         PIC X(08).
       01  DPAYFXL-TODAY-DATE-N REDEFINES DPAYFXL-TODAY-DATE
                                      PIC 9(08).

       01  DPAYFXL-TODAY-ISO.
           05  DPAYFXL-TI-YEAR            PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYFXL-TI-MONTH           PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYFXL-TI-DAY             PIC X(02).

       01  DPAYFXL-WORK-DATE          PIC X(08).
       01  DPAYFXL-WORK-DATE-N REDEFINES DPAYFXL-WORK-DATE
                                      PIC 9(08).

       01  DPAYFXL-BDY-PARMS.
           COPY DPAYBDP.

       01  DPAYFXL-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYFXL - CURRENCY REFERENCE RATE LOAD".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYFXL-H1-DATE            PIC X(10).

       01  DPAYFXL-HEADING-2.
           05  FILLER                     PIC X(06) VALUE "REC".
           05  FILLER                     PIC X(10) VALUE "CURRENCY".
           05  FILLER                     PIC X(42) VALUE "DISPOSITION".
           05  FILLER                     PIC X(09) VALUE "LOADED BY".

       01  DPAYFXL-DETAIL-LINE.
           05  DPAYFXL-D-REC-TYPE         PIC X(01).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  DPAYFXL-D-CURRENCY         PIC X(03).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  DPAYFXL-D-DISP             PIC X(40).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYFXL-D-OPER             PIC X(08).

       01  DPAYFXL-BEFORE-LINE.
           05  FILLER                     PIC X(11)
               VALUE "  BEFORE : ".
           05  DPAYFXL-B-TEXT             PIC X(80).

       01  DPAYFXL-AFTER-LINE.
           05  FILLER                     PIC X(11)
               VALUE "  AFTER  : ".
           05  DPAYFXL-A-TEXT             PIC X(80).

      *****************************************************************
      * A RATE RECORD'S VALUES, FORMATTED FOR THE BEFORE/AFTER LINES. *
      *****************************************************************
       01  DPAYFXL-RATE-VALUES.
           05  FILLER                     PIC X(07) VALUE "RATE : ".
           05  DPAYFXL-V-RATE             PIC ZZZZ9.99999999.
           05  FILLER                     PIC X(10)
               VALUE "  FIXED : ".
           05  DPAYFXL-V-RATE-DATE        PIC X(10).
           05  FILLER                     PIC X(07) VALUE "  BY : ".
           05  DPAYFXL-V-LOADED-BY        PIC X(08).

      *****************************************************************
      * THE CONTROL RECORD'S VALUES, FORMATTED FOR THE BEFORE/AFTER   *
      * LINES.                                                        *
      *****************************************************************
       01  DPAYFXL-BASE-VALUES.
           05  FILLER                     PIC X(07) VALUE "BASE : ".
           05  DPAYFXL-V-BASE             PIC X(03).
           05  FILLER                     PIC X(18)
               VALUE "  RATE AGE ALLOWED".
           05  FILLER                     PIC X(03) VALUE " : ".
           05  DPAYFXL-V-MAX-AGE          PIC ZZ9.
           05  FILLER                     PIC X(10)
               VALUE " BUS. DAYS".
           05  FILLER                     PIC X(07) VALUE "  BY : ".
           05  DPAYFXL-V-SET-BY           PIC X(08).

       01  DPAYFXL-PURGE-LINE.
           05  FILLER                     PIC X(03) VALUE "** ".
           05  DPAYFXL-P-CT               PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(46)
               VALUE " RATES PURGED - QUOTED AGAINST THE OLD BASE **".

       01  DPAYFXL-NO-BASE-LINE.
           05  FILLER                     PIC X(44)
               VALUE "** NO BASE CURRENCY ON FILE - NO AMOUNT CAN ".
           05  FILLER                     PIC X(19)
               VALUE "BE CONVERTED **".

       01  DPAYFXL-STALE-LINE.
           05  FILLER                     PIC X(18)
               VALUE "** STALE RATE : ".
           05  DPAYFXL-SL-CURRENCY        PIC X(03).
           05  FILLER                     PIC X(08) VALUE " FIXED ".
           05  DPAYFXL-SL-RATE-DATE       PIC X(10).
           05  FILLER                     PIC X(41)
               VALUE " - CONVERSIONS NEEDING IT WILL STOP **".

       01  DPAYFXL-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "RECORDS PROCESSED    : ".
           05  DPAYFXL-S-CARD-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "APPLIED : ".
           05  DPAYFXL-S-APPLIED-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "REJECTED : ".
           05  DPAYFXL-S-REJECTED-CT      PIC ZZZ,ZZ9.

       01  DPAYFXL-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "REJECTED FOR OPERATOR: ".
           05  DPAYFXL-S-OPER-REJECT-CT   PIC ZZZ,ZZ9.

       01  DPAYFXL-SUMMARY-3.
           05  FILLER                     PIC X(24)
               VALUE "RATES ON FILE        : ".
           05  DPAYFXL-S-ON-FILE-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE "STALE : ".
           05  DPAYFXL-S-STALE-CT         PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "BASE : ".
           05  DPAYFXL-S-BASE             PIC X(03).

       01  DPAYFXL-RUN-PARMS.
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
           IF NOT DPAYFXL-INPUT-AT-EOF
               PERFORM 2000-READ-INPUT
                   THRU 2000-EXIT
           END-IF.
           PERFORM 3000-PROCESS-RECORD
               THRU 3000-EXIT
               UNTIL DPAYFXL-INPUT-AT-EOF.
           PERFORM 6000-LIST-STALE-RATES
               THRU 6000-EXIT.
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
           MOVE "DPAYFXL" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYFXL-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYFXL-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYFXL-TODAY-DATE (1:4) TO DPAYFXL-TI-YEAR.
           MOVE DPAYFXL-TODAY-DATE (5:2) TO DPAYFXL-TI-MONTH.
           MOVE DPAYFXL-TODAY-DATE (7:2) TO DPAYFXL-TI-DAY.
           OPEN INPUT DPAYFXLI-FILE.
           IF DPAYFXL-INPUT-NOT-FOUND
               SET DPAYFXL-INPUT-AT-EOF TO TRUE
           ELSE
               SET DPAYFXL-INPUT-OPEN TO TRUE
           END-IF.
           OPEN I-O DPAYFXR-FILE.
           IF DPAYFXL-RATE-NOT-FOUND
               OPEN OUTPUT DPAYFXR-FILE
               CLOSE DPAYFXR-FILE
               OPEN I-O DPAYFXR-FILE
           END-IF.
           MOVE DPAYFXL-CONTROL-KEY TO DPAYFXR-CURRENCY.
           READ DPAYFXR-FILE
               KEY IS DPAYFXR-CURRENCY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYFXL-RATE-OK
               MOVE DPAYFXR-BASE-CURRENCY TO DPAYFXL-BASE-CUR
               MOVE DPAYFXR-MAX-AGE-DAYS TO DPAYFXL-MAX-AGE-DAYS
           END-IF.
           OPEN OUTPUT DPAYFXLR-FILE.
           MOVE DPAYFXL-TODAY-ISO TO DPAYFXL-H1-DATE.
           MOVE DPAYFXL-HEADING-1 TO DPAYFXLR-LINE.
           WRITE DPAYFXLR-LINE.
           MOVE DPAYFXL-HEADING-2 TO DPAYFXLR-LINE.
           WRITE DPAYFXLR-LINE.
       1000-EXIT.
           EXIT.

       2000-READ-INPUT.
           READ DPAYFXLI-FILE
               AT END
                   SET DPAYFXL-INPUT-AT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * ONE INPUT RECORD.  A RECORD THAT FAILS VALIDATION IS REJECTED *
      * WITH NOTHING APPLIED; OTHERWISE IT IS APPLIED AND REPORTED    *
      * WITH BEFORE AND AFTER IMAGES.                                 *
      *****************************************************************
       3000-PROCESS-RECORD.
           MOVE DPAYFXLI-RECORD TO DPAYFXL-CARD.
           ADD 1 TO DPAYFXL-CARD-CT.
           MOVE DPAYFXL-REC-TYPE TO DPAYFXL-D-REC-TYPE.
           MOVE DPAYFXL-CURRENCY TO DPAYFXL-D-CURRENCY.
           MOVE DPAYFXL-OPER-ID TO DPAYFXL-D-OPER.
           MOVE SPACES TO DPAYFXL-B-TEXT.
           MOVE SPACES TO DPAYFXL-A-TEXT.
           IF NOT DPAYFXL-RATE-CARD
               AND NOT DPAYFXL-BASE-CARD
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE "INVALID RECORD TYPE" TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF DPAYFXL-CURRENCY NOT ALPHABETIC-UPPER
               OR DPAYFXL-CURRENCY (1:1) = SPACE
               OR DPAYFXL-CURRENCY (2:1) = SPACE
               OR DPAYFXL-CURRENCY (3:1) = SPACE
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE "INVALID CURRENCY" TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF DPAYFXL-RATE-CARD
               PERFORM 4000-APPLY-RATE
                   THRU 4000-EXIT
           ELSE
               PERFORM 5000-APPLY-BASE-CARD
                   THRU 5000-EXIT
           END-IF.
       3000-NEXT.
           PERFORM 2000-READ-INPUT
               THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       3900-REJECT-RECORD.
           ADD 1 TO DPAYFXL-REJECTED-CT.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * APPLY ONE CURRENCY'S RATE - ADDED WHEN THE CURRENCY IS NEW,   *
      * OTHERWISE REPLACING THE RATE ON FILE, PROVIDED THE NEW RATE   *
      * IS NOT OLDER THAN IT (A LATE RE-SEND OF YESTERDAY'S FEED MUST *
      * NOT WIND TODAY'S RATES BACK).                                 *
      *****************************************************************
       4000-APPLY-RATE.
           IF DPAYFXL-BASE-CUR = SPACES
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE "NO BASE CURRENCY ON FILE" TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF DPAYFXL-CURRENCY = DPAYFXL-BASE-CUR
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE "BASE CURRENCY NEEDS NO RATE" TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF DPAYFXL-RATE NOT NUMERIC
               OR DPAYFXL-RATE = ZERO
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE "INVALID RATE" TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           PERFORM 4050-CHECK-RATE-DATE
               THRU 4050-EXIT.
           IF DPAYFXL-DATE-INTEGER = ZERO
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE "INVALID FIXING DATE" TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF DPAYFXL-RATE-DATE > DPAYFXL-TODAY-ISO
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE "FIXING DATE IN THE FUTURE" TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           MOVE DPAYFXL-CURRENCY TO DPAYFXR-CURRENCY.
           READ DPAYFXR-FILE
               KEY IS DPAYFXR-CURRENCY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYFXL-RATE-OK
               PERFORM 4800-FORMAT-RATE-VALUES
                   THRU 4800-EXIT
               MOVE DPAYFXL-RATE-VALUES TO DPAYFXL-B-TEXT
               IF DPAYFXR-RATE-DATE > DPAYFXL-RATE-DATE
                   PERFORM 3900-REJECT-RECORD
                       THRU 3900-EXIT
                   MOVE "OLDER THAN THE RATE ON FILE"
                       TO DPAYFXL-D-DISP
                   PERFORM 7000-WRITE-REPORT
                       THRU 7000-EXIT
                   GO TO 4000-EXIT
               END-IF
           ELSE
               MOVE "(NO RECORD)" TO DPAYFXL-B-TEXT
               MOVE SPACES TO DPAYFXR-RECORD
               MOVE DPAYFXL-CURRENCY TO DPAYFXR-CURRENCY
           END-IF.
           MOVE DPAYFXL-RATE TO DPAYFXR-RATE.
           MOVE DPAYFXL-RATE-DATE TO DPAYFXR-RATE-DATE.
           MOVE DPAYFXL-OPER-ID TO DPAYFXR-LOADED-BY.
           IF DPAYFXL-RATE-OK
               REWRITE DPAYFXR-RECORD
           ELSE
               WRITE DPAYFXR-RECORD
           END-IF.
           PERFORM 4800-FORMAT-RATE-VALUES
               THRU 4800-EXIT.
           MOVE DPAYFXL-RATE-VALUES TO DPAYFXL-A-TEXT.
           ADD 1 TO DPAYFXL-APPLIED-CT.
           MOVE "APPLIED" TO DPAYFXL-D-DISP.
           PERFORM 7000-WRITE-REPORT
               THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * THE FIXING DATE MUST BE YYYY-MM-DD AND A REAL DATE - THE DAY  *
      * NUMBER IS LEFT ZERO WHEN IT IS NOT.                           *
      *****************************************************************
       4050-CHECK-RATE-DATE.
           MOVE ZERO TO DPAYFXL-DATE-INTEGER.
           IF DPAYFXL-RATE-DATE (5:1) NOT = "-"
               OR DPAYFXL-RATE-DATE (8:1) NOT = "-"
               GO TO 4050-EXIT
           END-IF.
           MOVE DPAYFXL-RATE-DATE (1:4) TO DPAYFXL-WORK-DATE (1:4).
           MOVE DPAYFXL-RATE-DATE (6:2) TO DPAYFXL-WORK-DATE (5:2).
           MOVE DPAYFXL-RATE-DATE (9:2) TO DPAYFXL-WORK-DATE (7:2).
           IF DPAYFXL-WORK-DATE-N NOT NUMERIC
               GO TO 4050-EXIT
           END-IF.
           COMPUTE DPAYFXL-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (DPAYFXL-WORK-DATE-N).
       4050-EXIT.
           EXIT.

       4800-FORMAT-RATE-VALUES.
           MOVE DPAYFXR-RATE TO DPAYFXL-V-RATE.
           MOVE DPAYFXR-RATE-DATE TO DPAYFXL-V-RATE-DATE.
           MOVE DPAYFXR-LOADED-BY TO DPAYFXL-V-LOADED-BY.
       4800-EXIT.
           EXIT.

      *****************************************************************
      * SET THE BASE CURRENCY AND RATE-AGE ALLOWANCE.  ONLY AN        *
      * ENTITLED OPERATOR MAY.  A CHANGE OF BASE PURGES EVERY RATE ON *
      * FILE, SINCE EACH WAS QUOTED AGAINST THE OLD BASE AND WOULD    *
      * OTHERWISE CONVERT AT A MEANINGLESS FIGURE.                    *
      *****************************************************************
       5000-APPLY-BASE-CARD.
           CALL "DPAYOPV" USING DPAYFXL-OPER-ID, DPAYFXL-FUNCTION,
                                DPAYFXL-OPER-REASON.
           IF DPAYFXL-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYFXL-OPER-REJECT-CT
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE DPAYFXL-OPER-REASON TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF DPAYFXL-MAX-AGE = SPACES
               MOVE DPAYFXL-DEFAULT-AGE TO DPAYFXL-MAX-AGE-N
           END-IF.
           IF DPAYFXL-MAX-AGE-N NOT NUMERIC
               PERFORM 3900-REJECT-RECORD
                   THRU 3900-EXIT
               MOVE "INVALID RATE AGE ALLOWED" TO DPAYFXL-D-DISP
               PERFORM 7000-WRITE-REPORT
                   THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.
           MOVE DPAYFXL-CONTROL-KEY TO DPAYFXR-CURRENCY.
           READ DPAYFXR-FILE
               KEY IS DPAYFXR-CURRENCY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYFXL-RATE-OK
               PERFORM 5800-FORMAT-BASE-VALUES
                   THRU 5800-EXIT
               MOVE DPAYFXL-BASE-VALUES TO DPAYFXL-B-TEXT
           ELSE
               MOVE "(NO RECORD)" TO DPAYFXL-B-TEXT
           END-IF.
           IF DPAYFXL-BASE-CUR NOT = SPACES
               AND DPAYFXL-BASE-CUR NOT = DPAYFXL-CURRENCY
               PERFORM 5100-PURGE-RATES
                   THRU 5100-EXIT
           END-IF.
           MOVE DPAYFXL-CONTROL-KEY TO DPAYFXR-CURRENCY.
           READ DPAYFXR-FILE
               KEY IS DPAYFXR-CURRENCY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYFXL-RATE-OK
               MOVE SPACES TO DPAYFXR-RECORD
               MOVE DPAYFXL-CONTROL-KEY TO DPAYFXR-CURRENCY
           END-IF.
           MOVE DPAYFXL-CURRENCY TO DPAYFXR-BASE-CURRENCY.
           MOVE DPAYFXL-MAX-AGE-N TO DPAYFXR-MAX-AGE-DAYS.
           MOVE DPAYFXL-OPER-ID TO DPAYFXR-CONTROL-SET-BY.
           IF DPAYFXL-RATE-OK
               REWRITE DPAYFXR-RECORD
           ELSE
               WRITE DPAYFXR-RECORD
           END-IF.
           MOVE DPAYFXR-BASE-CURRENCY TO DPAYFXL-BASE-CUR.
           MOVE DPAYFXR-MAX-AGE-DAYS TO DPAYFXL-MAX-AGE-DAYS.
           PERFORM 5800-FORMAT-BASE-VALUES
               THRU 5800-EXIT.
           MOVE DPAYFXL-BASE-VALUES TO DPAYFXL-A-TEXT.
           ADD 1 TO DPAYFXL-APPLIED-CT.
           MOVE "APPLIED" TO DPAYFXL-D-DISP.
           PERFORM 7000-WRITE-REPORT
               THRU 7000-EXIT.
           IF DPAYFXL-PURGED-CT > ZERO
               MOVE DPAYFXL-PURGED-CT TO DPAYFXL-P-CT
               MOVE DPAYFXL-PURGE-LINE TO DPAYFXLR-LINE
               WRITE DPAYFXLR-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *****************************************************************
      * THE CONTROL RECORD SORTS AHEAD OF EVERY CURRENCY, SO EVERY    *
      * RECORD AFTER IT IS A RATE.                                    *
      *****************************************************************
       5100-PURGE-RATES.
           MOVE ZERO TO DPAYFXL-PURGED-CT.
           MOVE "N" TO DPAYFXL-SCAN-EOF-SW.
           MOVE DPAYFXL-CONTROL-KEY TO DPAYFXR-CURRENCY.
           START DPAYFXR-FILE
               KEY IS GREATER THAN DPAYFXR-CURRENCY
               INVALID KEY
                   GO TO 5100-EXIT
           END-START.
           PERFORM 5110-READ-NEXT-RATE
               THRU 5110-EXIT.
           PERFORM 5120-PURGE-ONE-RATE
               THRU 5120-EXIT
               UNTIL DPAYFXL-SCAN-AT-EOF.
       5100-EXIT.
           EXIT.

       5110-READ-NEXT-RATE.
           READ DPAYFXR-FILE NEXT RECORD
               AT END
                   SET DPAYFXL-SCAN-AT-EOF TO TRUE
           END-READ.
       5110-EXIT.
           EXIT.

       5120-PURGE-ONE-RATE.
           DELETE DPAYFXR-FILE.
           ADD 1 TO DPAYFXL-PURGED-CT.
           PERFORM 5110-READ-NEXT-RATE
               THRU 5110-EXIT.
       5120-EXIT.
           EXIT.

       5800-FORMAT-BASE-VALUES.
           MOVE DPAYFXR-BASE-CURRENCY TO DPAYFXL-V-BASE.
           MOVE DPAYFXR-MAX-AGE-DAYS TO DPAYFXL-V-MAX-AGE.
           MOVE DPAYFXR-CONTROL-SET-BY TO DPAYFXL-V-SET-BY.
       5800-EXIT.
           EXIT.

      *****************************************************************
      * AFTER THE LOAD, LIST EVERY RATE STILL STALE - MORE BUSINESS   *
      * DAYS OLD THAN THE ALLOWANCE - SO THE DESK CAN CHASE THE FEED  *
      * BEFORE THE NIGHT'S SWEEPS STOP ON IT.                         *
      *****************************************************************
       6000-LIST-STALE-RATES.
           IF DPAYFXL-BASE-CUR = SPACES
               MOVE DPAYFXL-NO-BASE-LINE TO DPAYFXLR-LINE
               WRITE DPAYFXLR-LINE
               GO TO 6000-EXIT
           END-IF.
           MOVE "N" TO DPAYFXL-SCAN-EOF-SW.
           MOVE DPAYFXL-CONTROL-KEY TO DPAYFXR-CURRENCY.
           START DPAYFXR-FILE
               KEY IS GREATER THAN DPAYFXR-CURRENCY
               INVALID KEY
                   GO TO 6000-EXIT
           END-START.
           PERFORM 5110-READ-NEXT-RATE
               THRU 5110-EXIT.
           PERFORM 6100-CHECK-ONE-RATE
               THRU 6100-EXIT
               UNTIL DPAYFXL-SCAN-AT-EOF.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-RATE.
           ADD 1 TO DPAYFXL-ON-FILE-CT.
           MOVE DPAYFXR-RATE-DATE (1:4) TO DPAYFXL-WORK-DATE (1:4).
           MOVE DPAYFXR-RATE-DATE (6:2) TO DPAYFXL-WORK-DATE (5:2).
           MOVE DPAYFXR-RATE-DATE (9:2) TO DPAYFXL-WORK-DATE (7:2).
           SET DPAYBDP-COUNT-DAYS TO TRUE.
           MOVE DPAYFXL-CALENDAR TO DPAYBDP-SCHEME.
           MOVE DPAYFXL-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           MOVE DPAYFXL-TODAY-DATE-N TO DPAYBDP-TO-DATE.
           CALL "DPAYBDY" USING DPAYFXL-BDY-PARMS.
           IF DPAYBDP-DAY-COUNT > DPAYFXL-MAX-AGE-DAYS
               ADD 1 TO DPAYFXL-STALE-CT
               MOVE DPAYFXR-CURRENCY TO DPAYFXL-SL-CURRENCY
               MOVE DPAYFXR-RATE-DATE TO DPAYFXL-SL-RATE-DATE
               MOVE DPAYFXL-STALE-LINE TO DPAYFXLR-LINE
               WRITE DPAYFXLR-LINE
           END-IF.
           PERFORM 5110-READ-NEXT-RATE
               THRU 5110-EXIT.
       6100-EXIT.
           EXIT.

      *****************************************************************
      * ONE REPORT GROUP PER RECORD - THE RECORD LINE, THEN THE       *
      * BEFORE AND AFTER IMAGES WHERE A RATE WAS INVOLVED.            *
      *****************************************************************
       7000-WRITE-REPORT.
           MOVE DPAYFXL-DETAIL-LINE TO DPAYFXLR-LINE.
           WRITE DPAYFXLR-LINE.
           IF DPAYFXL-B-TEXT NOT = SPACES
               MOVE DPAYFXL-BEFORE-LINE TO DPAYFXLR-LINE
               WRITE DPAYFXLR-LINE
           END-IF.
           IF DPAYFXL-A-TEXT NOT = SPACES
               MOVE DPAYFXL-AFTER-LINE TO DPAYFXLR-LINE
               WRITE DPAYFXLR-LINE
           END-IF.
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYFXL-CARD-CT TO DPAYFXL-S-CARD-CT.
           MOVE DPAYFXL-APPLIED-CT TO DPAYFXL-S-APPLIED-CT.
           MOVE DPAYFXL-REJECTED-CT TO DPAYFXL-S-REJECTED-CT.
           MOVE DPAYFXL-SUMMARY-1 TO DPAYFXLR-LINE.
           WRITE DPAYFXLR-LINE.
           MOVE DPAYFXL-OPER-REJECT-CT TO DPAYFXL-S-OPER-REJECT-CT.
           MOVE DPAYFXL-SUMMARY-2 TO DPAYFXLR-LINE.
           WRITE DPAYFXLR-LINE.
           MOVE DPAYFXL-ON-FILE-CT TO DPAYFXL-S-ON-FILE-CT.
           MOVE DPAYFXL-STALE-CT TO DPAYFXL-S-STALE-CT.
           MOVE DPAYFXL-BASE-CUR TO DPAYFXL-S-BASE.
           MOVE DPAYFXL-SUMMARY-3 TO DPAYFXLR-LINE.
           WRITE DPAYFXLR-LINE.
           IF DPAYFXL-INPUT-OPEN
               CLOSE DPAYFXLI-FILE
           END-IF.
           CLOSE DPAYFXR-FILE.
           CLOSE DPAYFXLR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "RATE CARDS" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYFXL-CARD-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "APPLIED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYFXL-APPLIED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "REJECTED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYFXL-REJECTED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYFXL-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
