      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYFXC                                          *
      * DESCRIPTION: Currency conversion service.  Converts an amount *
      *              from its own currency into another currency, or  *
      *              into the base currency, at the daily reference   *
      *              rates on the rate file (DPAYFXR) - the parameter *
      *              block is DPAYFXP.  Every rate is held as units   *
      *              of base currency per unit of the currency, so a  *
      *              cross conversion goes through the base.  The     *
      *              control record is read on every call, so the     *
      *              base currency is always returned; an amount      *
      *              already in the currency wanted is then passed    *
      *              straight back with no rate looked up.            *
      *              A RATE IS STALE ONCE IT IS MORE BUSINESS DAYS    *
      *              OLD (ON THE '*DEFAULT' CALENDAR, DPAYBDY) THAN   *
      *              THE CONTROL RECORD ALLOWS.  A MISSING FILE, NO   *
      *              BASE CURRENCY, A MISSING RATE OR A STALE RATE IS *
      *              RETURNED AS A FAILURE WITH A REASON - NEVER AS A *
      *              ZERO OR UNCONVERTED AMOUNT THE CALLER MIGHT      *
      *              MISTAKE FOR AN ANSWER.  The file is opened and   *
      *              closed on every call.  CALLed by DPAYLMT,        *
      *              DPAYRISK, DPAYAGE and DPAYBAL.                   *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/01/14  RSH  INITIAL VERSION.                               *
      *  19/07/29  RSH  READ THE CONTROL RECORD BEFORE PASSING BACK A *
      *                 SAME-CURRENCY AMOUNT, SO THAT BASE-CUR IS     *
      *                 ALWAYS RETURNED.                              *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYFXC.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  14/01/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYFXR-FILE ASSIGN TO "DPAYFXR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYFXR-CURRENCY
               FILE STATUS IS DPAYFXC-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYFXR-FILE.
           COPY DPAYFXR.

       WORKING-STORAGE SECTION.
       77  DPAYFXC-RATE-STATUS        PIC X(02).
           88  DPAYFXC-RATE-FILE-OK       VALUE "00".
           88  DPAYFXC-RATE-NOT-FOUND     VALUE "23", "35".

       77  DPAYFXC-OPEN-SW            PIC X(01).
           88  DPAYFXC-FILE-OPEN           VALUE "Y".

       77  DPAYFXC-CONTROL-KEY        PIC X(03) VALUE "***".
       77  DPAYFXC-CALENDAR           PIC X(50) VALUE "*DEFAULT".

       77  DPAYFXC-MAX-AGE-DAYS       PIC 9(03).
       77  DPAYFXC-FROM-CUR           PIC X(03).
       77  DPAYFXC-TO-CUR             PIC X(03).
       77  DPAYFXC-FROM-RATE          PIC 9(05)V9(08).
       77  DPAYFXC-TO-RATE            PIC 9(05)V9(08).
       77  DPAYFXC-LOOKUP-CUR         PIC X(03).
       77  DPAYFXC-LOOKUP-RATE        PIC 9(05)V9(08).

       01  DPAYFXC-TODAY-DATE         PIC X(08).
       01  DPAYFXC-TODAY-DATE-N REDEFINES DPAYFXC-TODAY-DATE
                                      PIC 9(08).

       01  DPAYFXC-WORK-DATE          PIC X(08).
       01  DPAYFXC-WORK-DATE-N REDEFINES DPAYFXC-WORK-DATE
                                      PIC 9(08).

       01  DPAYFXC-NO-BASE-MESSAGE    PIC X(50)
               VALUE "NO BASE CURRENCY ON THE REFERENCE RATE FILE".

       01  DPAYFXC-NO-RATE-MESSAGE.
           05  FILLER                     PIC X(22)
               VALUE "NO REFERENCE RATE FOR ".
           05  DPAYFXC-NR-CUR             PIC X(03).

       01  DPAYFXC-STALE-MESSAGE.
           05  FILLER                     PIC X(19)
               VALUE "REFERENCE RATE FOR ".
           05  DPAYFXC-SR-CUR             PIC X(03).
           05  FILLER                     PIC X(15)
               VALUE " STALE - FIXED ".
           05  DPAYFXC-SR-DATE            PIC X(10).

       01  DPAYFXC-BDY-PARMS.
           COPY DPAYBDP.

       LINKAGE SECTION.
       01  DPAYFXC-PARMS.
           COPY DPAYFXP.

       PROCEDURE DIVISION USING DPAYFXC-PARMS.

       0000-MAINLINE.
           MOVE ZERO TO DPAYFXP-TO-AMT.
           MOVE SPACES TO DPAYFXP-BASE-CUR.
           MOVE SPACES TO DPAYFXP-FAIL-CUR.
           MOVE SPACES TO DPAYFXP-REASON.
           SET DPAYFXP-RATE-OK TO TRUE.
           MOVE "N" TO DPAYFXC-OPEN-SW.
           PERFORM 1000-READ-CONTROL
               THRU 1000-EXIT.
           IF NOT DPAYFXP-RATE-OK
               GO TO 0000-CLOSE
           END-IF.
      *    A BLANK CURRENCY, EITHER SIDE, IS THE BASE CURRENCY.
           MOVE DPAYFXP-FROM-CUR TO DPAYFXC-FROM-CUR.
           IF DPAYFXC-FROM-CUR = SPACES
               MOVE DPAYFXP-BASE-CUR TO DPAYFXC-FROM-CUR
           END-IF.
           MOVE DPAYFXP-TO-CUR TO DPAYFXC-TO-CUR.
           IF DPAYFXC-TO-CUR = SPACES
               MOVE DPAYFXP-BASE-CUR TO DPAYFXC-TO-CUR
           END-IF.
           IF DPAYFXC-FROM-CUR = DPAYFXC-TO-CUR
               MOVE DPAYFXP-FROM-AMT TO DPAYFXP-TO-AMT
               GO TO 0000-CLOSE
           END-IF.
           MOVE DPAYFXC-FROM-CUR TO DPAYFXC-LOOKUP-CUR.
           PERFORM 2000-GET-RATE
               THRU 2000-EXIT.
           IF NOT DPAYFXP-RATE-OK
               GO TO 0000-CLOSE
           END-IF.
           MOVE DPAYFXC-LOOKUP-RATE TO DPAYFXC-FROM-RATE.
           MOVE DPAYFXC-TO-CUR TO DPAYFXC-LOOKUP-CUR.
           PERFORM 2000-GET-RATE
               THRU 2000-EXIT.
           IF NOT DPAYFXP-RATE-OK
               GO TO 0000-CLOSE
           END-IF.
           MOVE DPAYFXC-LOOKUP-RATE TO DPAYFXC-TO-RATE.
           COMPUTE DPAYFXP-TO-AMT ROUNDED =
               DPAYFXP-FROM-AMT * DPAYFXC-FROM-RATE / DPAYFXC-TO-RATE.
       0000-CLOSE.
           IF DPAYFXC-FILE-OPEN
               CLOSE DPAYFXR-FILE
           END-IF.
           GOBACK.

      *****************************************************************
      * OPEN THE RATE FILE AND READ THE CONTROL RECORD FOR THE BASE   *
      * CURRENCY AND THE STALENESS ALLOWANCE.  NO FILE, OR NO CONTROL *
      * RECORD, MEANS NOTHING CAN BE CONVERTED.                       *
      *****************************************************************
       1000-READ-CONTROL.
           ACCEPT DPAYFXC-TODAY-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DPAYFXR-FILE.
           IF DPAYFXC-RATE-FILE-OK
               SET DPAYFXC-FILE-OPEN TO TRUE
               MOVE DPAYFXC-CONTROL-KEY TO DPAYFXR-CURRENCY
               READ DPAYFXR-FILE
                   KEY IS DPAYFXR-CURRENCY
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF NOT DPAYFXC-RATE-FILE-OK
               OR DPAYFXR-BASE-CURRENCY = SPACES
               SET DPAYFXP-NO-BASE TO TRUE
               MOVE DPAYFXC-NO-BASE-MESSAGE TO DPAYFXP-REASON
               GO TO 1000-EXIT
           END-IF.
           MOVE DPAYFXR-BASE-CURRENCY TO DPAYFXP-BASE-CUR.
           MOVE DPAYFXR-MAX-AGE-DAYS TO DPAYFXC-MAX-AGE-DAYS.
           IF DPAYFXR-MAX-AGE-DAYS NOT NUMERIC
               MOVE ZERO TO DPAYFXC-MAX-AGE-DAYS
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * THE RATE FOR DPAYFXC-LOOKUP-CUR, IN UNITS OF BASE CURRENCY -  *
      * ONE FOR THE BASE ITSELF.  A CURRENCY WITH NO RATE ON FILE, A  *
      * RATE THAT IS NOT A POSITIVE NUMBER, OR A RATE FIXED MORE      *
      * BUSINESS DAYS AGO THAN THE ALLOWANCE, FAILS THE CONVERSION.   *
      *****************************************************************
       2000-GET-RATE.
           MOVE ZERO TO DPAYFXC-LOOKUP-RATE.
           IF DPAYFXC-LOOKUP-CUR = DPAYFXP-BASE-CUR
               MOVE 1 TO DPAYFXC-LOOKUP-RATE
               GO TO 2000-EXIT
           END-IF.
           MOVE DPAYFXC-LOOKUP-CUR TO DPAYFXR-CURRENCY.
           READ DPAYFXR-FILE
               KEY IS DPAYFXR-CURRENCY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYFXC-RATE-FILE-OK
               AND DPAYFXR-RATE NUMERIC
               AND DPAYFXR-RATE > ZERO
               MOVE DPAYFXR-RATE-DATE (1:4) TO DPAYFXC-WORK-DATE (1:4)
               MOVE DPAYFXR-RATE-DATE (6:2) TO DPAYFXC-WORK-DATE (5:2)
               MOVE DPAYFXR-RATE-DATE (9:2) TO DPAYFXC-WORK-DATE (7:2)
           ELSE
               SET DPAYFXP-NO-RATE TO TRUE
               MOVE DPAYFXC-LOOKUP-CUR TO DPAYFXP-FAIL-CUR
               MOVE DPAYFXC-LOOKUP-CUR TO DPAYFXC-NR-CUR
               MOVE DPAYFXC-NO-RATE-MESSAGE TO DPAYFXP-REASON
               GO TO 2000-EXIT
           END-IF.
           IF DPAYFXC-WORK-DATE-N NOT NUMERIC
               SET DPAYFXP-NO-RATE TO TRUE
               MOVE DPAYFXC-LOOKUP-CUR TO DPAYFXP-FAIL-CUR
               MOVE DPAYFXC-LOOKUP-CUR TO DPAYFXC-NR-CUR
               MOVE DPAYFXC-NO-RATE-MESSAGE TO DPAYFXP-REASON
               GO TO 2000-EXIT
           END-IF.
           SET DPAYBDP-COUNT-DAYS TO TRUE.
           MOVE DPAYFXC-CALENDAR TO DPAYBDP-SCHEME.
           MOVE DPAYFXC-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           MOVE DPAYFXC-TODAY-DATE-N TO DPAYBDP-TO-DATE.
           CALL "DPAYBDY" USING DPAYFXC-BDY-PARMS.
           IF DPAYBDP-DAY-COUNT > DPAYFXC-MAX-AGE-DAYS
               SET DPAYFXP-STALE-RATE TO TRUE
               MOVE DPAYFXC-LOOKUP-CUR TO DPAYFXP-FAIL-CUR
               MOVE DPAYFXC-LOOKUP-CUR TO DPAYFXC-SR-CUR
               MOVE DPAYFXR-RATE-DATE TO DPAYFXC-SR-DATE
               MOVE DPAYFXC-STALE-MESSAGE TO DPAYFXP-REASON
               GO TO 2000-EXIT
           END-IF.
           MOVE DPAYFXR-RATE TO DPAYFXC-LOOKUP-RATE.
       2000-EXIT.
           EXIT.
