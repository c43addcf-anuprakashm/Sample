      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYBDY                                          *
      * DESCRIPTION: Business-day calendar service.  Answers, for a   *
      *              debit account scheme, whether a date is a        *
      *              business day, which is the next business day on  *
      *              or after a date, and how many business days lie  *
      *              between two dates - the parameter block is       *
      *              DPAYBDP.  The scheme's calendar is read from the *
      *              business-day calendar file (DPAYHOL): a scheme   *
      *              with its own rule record there has its own       *
      *              holidays, weekend setting and non-business-date  *
      *              rule; any other scheme uses those of the         *
      *              '*DEFAULT' scheme.  Saturday and Sunday are not  *
      *              business days unless the scheme settles at       *
      *              weekends.  A MISSING CALENDAR FILE, OR NO RULE   *
      *              RECORD FOR THE SCHEME OR THE DEFAULT, MEANS      *
      *              WEEKDAYS ONLY, NO HOLIDAYS, AND A NON-BUSINESS   *
      *              DATE IS ROLLED FORWARD.  The file is opened and  *
      *              closed on every call.  CALLed by DPAYVAL,        *
      *              DPAYREL, DPAYGEN, DPAYEXP, DPAYAGE, DPAYEOD,     *
      *              DPAYCSM and DPAYCSA.                             *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/12/10  RSH  INITIAL VERSION.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYBDY.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  10/12/2018.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYHOL-FILE ASSIGN TO "DPAYHOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYHOL-KEY
               FILE STATUS IS DPAYBDY-HOL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYHOL-FILE.
           COPY DPAYHOL.

       WORKING-STORAGE SECTION.
       77  DPAYBDY-HOL-STATUS         PIC X(02).
           88  DPAYBDY-HOL-OK             VALUE "00".
           88  DPAYBDY-HOL-NOT-FOUND      VALUE "23", "35".

       77  DPAYBDY-OPEN-SW            PIC X(01).
           88  DPAYBDY-CAL-OPEN            VALUE "Y".

       77  DPAYBDY-WEEKEND-SW         PIC X(01).
           88  DPAYBDY-WEEKEND-OPEN        VALUE "Y".

       77  DPAYBDY-DAY-SW             PIC X(01).
           88  DPAYBDY-DAY-IS-BUSINESS     VALUE "Y".

       77  DPAYBDY-DEFAULT-KEY        PIC X(50) VALUE "*DEFAULT".
       77  DPAYBDY-CAL-SCHEME         PIC X(50).

       77  DPAYBDY-DAY-INTEGER        PIC S9(09) COMP.
       77  DPAYBDY-END-INTEGER        PIC S9(09) COMP.
       77  DPAYBDY-WEEK-WORK          PIC S9(09) COMP.
       77  DPAYBDY-WEEK-QUOT          PIC S9(09) COMP.
       77  DPAYBDY-WEEKDAY            PIC 9(04) COMP.

      *****************************************************************
      * A RUN OF NON-BUSINESS DAYS LONGER THAN THIS IS A CALENDAR     *
      * KEYING ERROR - THE ROLL GIVES UP AND LEAVES THE DATE AS IT    *
      * WAS RATHER THAN LOOP.                                         *
      *****************************************************************
       77  DPAYBDY-ROLL-MAX           PIC 9(05) COMP VALUE 31.
       77  DPAYBDY-ROLL-CT            PIC 9(05) COMP.

       01  DPAYBDY-WORK-DATE          PIC X(08).
       01  DPAYBDY-WORK-DATE-N REDEFINES DPAYBDY-WORK-DATE
                                      PIC 9(08).

      *****************************************************************
      * THE DAY IN HAND AS YYYY-MM-DD, THE SHAPE OF THE CALENDAR KEY. *
      *****************************************************************
       01  DPAYBDY-ISO-DATE.
           05  DPAYBDY-ID-YEAR            PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYBDY-ID-MONTH           PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYBDY-ID-DAY             PIC X(02).

       LINKAGE SECTION.
       01  DPAYBDY-PARMS.
           COPY DPAYBDP.

       PROCEDURE DIVISION USING DPAYBDY-PARMS.

       0000-MAINLINE.
           MOVE "N" TO DPAYBDP-BUSINESS-SW.
           MOVE ZERO TO DPAYBDP-DAY-COUNT.
           MOVE DPAYBDP-FROM-DATE TO DPAYBDP-RESULT-DATE.
           PERFORM 1000-OPEN-CALENDAR
               THRU 1000-EXIT.
           PERFORM 2000-RESOLVE-SCHEME
               THRU 2000-EXIT.
      *    A DATE THAT IS NOT A REAL DATE CANNOT BE ROLLED OR
      *    COUNTED - IT IS PASSED BACK AS IT CAME, AS A BUSINESS
      *    DAY, AND THE CALLER'S OWN DATE EDITS DEAL WITH IT.
           IF DPAYBDP-FROM-DATE NOT NUMERIC
               SET DPAYBDP-BUSINESS-DAY TO TRUE
               GO TO 0000-CLOSE
           END-IF.
           COMPUTE DPAYBDY-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (DPAYBDP-FROM-DATE).
           IF DPAYBDY-DAY-INTEGER = ZERO
               SET DPAYBDP-BUSINESS-DAY TO TRUE
               GO TO 0000-CLOSE
           END-IF.
           PERFORM 3000-TEST-BUSINESS-DAY
               THRU 3000-EXIT.
           IF DPAYBDY-DAY-IS-BUSINESS
               SET DPAYBDP-BUSINESS-DAY TO TRUE
           END-IF.
           IF DPAYBDP-NEXT-DAY
               PERFORM 4000-NEXT-BUSINESS-DAY
                   THRU 4000-EXIT
           END-IF.
           IF DPAYBDP-COUNT-DAYS
               PERFORM 5000-COUNT-BUSINESS-DAYS
                   THRU 5000-EXIT
           END-IF.
       0000-CLOSE.
           IF DPAYBDY-CAL-OPEN
               CLOSE DPAYHOL-FILE
           END-IF.
           GOBACK.

      *****************************************************************
      * OPEN THE CALENDAR.  A MISSING FILE LEAVES IT CLOSED - THE     *
      * WEEKEND RULE ALONE THEN DECIDES.                              *
      *****************************************************************
       1000-OPEN-CALENDAR.
           MOVE "N" TO DPAYBDY-OPEN-SW.
           OPEN INPUT DPAYHOL-FILE.
           IF DPAYBDY-HOL-OK
               SET DPAYBDY-CAL-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * FIND WHOSE CALENDAR APPLIES - THE SCHEME'S OWN WHEN IT HAS A  *
      * RULE RECORD, OTHERWISE THE '*DEFAULT' SCHEME'S - AND PICK UP  *
      * ITS WEEKEND SETTING AND NON-BUSINESS-DATE RULE.               *
      *****************************************************************
       2000-RESOLVE-SCHEME.
           MOVE DPAYBDY-DEFAULT-KEY TO DPAYBDY-CAL-SCHEME.
           SET DPAYBDP-RULE-ROLL TO TRUE.
           MOVE "N" TO DPAYBDY-WEEKEND-SW.
           IF NOT DPAYBDY-CAL-OPEN
               GO TO 2000-EXIT
           END-IF.
           MOVE DPAYBDP-SCHEME TO DPAYHOL-SCHEME.
           MOVE SPACES TO DPAYHOL-DATE.
           READ DPAYHOL-FILE
               KEY IS DPAYHOL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYBDY-HOL-OK
               MOVE DPAYBDY-DEFAULT-KEY TO DPAYHOL-SCHEME
               MOVE SPACES TO DPAYHOL-DATE
               READ DPAYHOL-FILE
                   KEY IS DPAYHOL-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF DPAYBDY-HOL-OK
               MOVE DPAYHOL-SCHEME TO DPAYBDY-CAL-SCHEME
               IF DPAYHOL-RULE-REJECT
                   SET DPAYBDP-RULE-REJECT TO TRUE
               END-IF
               IF DPAYHOL-WEEKEND-OPEN
                   SET DPAYBDY-WEEKEND-OPEN TO TRUE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * IS THE DAY NUMBER IN DPAYBDY-DAY-INTEGER A BUSINESS DAY?  DAY *
      * 1 OF THE INTEGER CALENDAR (1 JANUARY 1601) WAS A MONDAY, SO   *
      * THE DAY NUMBER LESS ONE, MODULO 7, IS 0 FOR MONDAY THROUGH 6  *
      * FOR SUNDAY.  A WEEKDAY IS THEN LOOKED UP AS A HOLIDAY ON THE  *
      * SCHEME'S CALENDAR.                                            *
      *****************************************************************
       3000-TEST-BUSINESS-DAY.
           MOVE "Y" TO DPAYBDY-DAY-SW.
           IF NOT DPAYBDY-WEEKEND-OPEN
               COMPUTE DPAYBDY-WEEK-WORK = DPAYBDY-DAY-INTEGER - 1
               DIVIDE DPAYBDY-WEEK-WORK BY 7
                   GIVING DPAYBDY-WEEK-QUOT
                   REMAINDER DPAYBDY-WEEKDAY
               IF DPAYBDY-WEEKDAY > 4
                   MOVE "N" TO DPAYBDY-DAY-SW
                   GO TO 3000-EXIT
               END-IF
           END-IF.
           IF NOT DPAYBDY-CAL-OPEN
               GO TO 3000-EXIT
           END-IF.
           COMPUTE DPAYBDY-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER (DPAYBDY-DAY-INTEGER).
           MOVE DPAYBDY-WORK-DATE (1:4) TO DPAYBDY-ID-YEAR.
           MOVE DPAYBDY-WORK-DATE (5:2) TO DPAYBDY-ID-MONTH.
           MOVE DPAYBDY-WORK-DATE (7:2) TO DPAYBDY-ID-DAY.
           MOVE DPAYBDY-CAL-SCHEME TO DPAYHOL-SCHEME.
           MOVE DPAYBDY-ISO-DATE TO DPAYHOL-DATE.
           READ DPAYHOL-FILE
               KEY IS DPAYHOL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYBDY-HOL-OK
               MOVE "N" TO DPAYBDY-DAY-SW
           END-IF.
       3000-EXIT.
           EXIT.

      *****************************************************************
      * STEP FORWARD A DAY AT A TIME TO THE FIRST BUSINESS DAY.  A    *
      * DATE THAT IS ALREADY A BUSINESS DAY COMES BACK UNCHANGED.     *
      *****************************************************************
       4000-NEXT-BUSINESS-DAY.
           MOVE ZERO TO DPAYBDY-ROLL-CT.
           PERFORM 4100-STEP-FORWARD
               THRU 4100-EXIT
               UNTIL DPAYBDY-DAY-IS-BUSINESS
                  OR DPAYBDY-ROLL-CT NOT < DPAYBDY-ROLL-MAX.
           IF DPAYBDY-DAY-IS-BUSINESS
               COMPUTE DPAYBDP-RESULT-DATE =
                   FUNCTION DATE-OF-INTEGER (DPAYBDY-DAY-INTEGER)
           END-IF.
       4000-EXIT.
           EXIT.

       4100-STEP-FORWARD.
           ADD 1 TO DPAYBDY-DAY-INTEGER.
           ADD 1 TO DPAYBDY-ROLL-CT.
           PERFORM 3000-TEST-BUSINESS-DAY
               THRU 3000-EXIT.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * COUNT THE BUSINESS DAYS AFTER THE FROM DATE UP TO AND         *
      * INCLUDING THE TO DATE - THE AGE, IN BUSINESS DAYS, OF         *
      * SOMETHING THAT HAPPENED ON THE FROM DATE.                     *
      *****************************************************************
       5000-COUNT-BUSINESS-DAYS.
           IF DPAYBDP-TO-DATE NOT NUMERIC
               GO TO 5000-EXIT
           END-IF.
           COMPUTE DPAYBDY-END-INTEGER =
               FUNCTION INTEGER-OF-DATE (DPAYBDP-TO-DATE).
           PERFORM 5100-COUNT-ONE-DAY
               THRU 5100-EXIT
               UNTIL DPAYBDY-DAY-INTEGER NOT < DPAYBDY-END-INTEGER.
       5000-EXIT.
           EXIT.

       5100-COUNT-ONE-DAY.
           ADD 1 TO DPAYBDY-DAY-INTEGER.
           PERFORM 3000-TEST-BUSINESS-DAY
               THRU 3000-EXIT.
           IF DPAYBDY-DAY-IS-BUSINESS
               ADD 1 TO DPAYBDP-DAY-COUNT
           END-IF.
       5100-EXIT.
           EXIT.
