      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYCAL                                          *
      * DESCRIPTION: Maintenance batch for the business-day calendar  *
      *              (DPAYHOL) that DPAYBDY reads on behalf of the    *
      *              edits, the warehouse release, the standing-order *
      *              generator and the expiry and aging sweeps.       *
      *              Driven by transaction cards (DPAYCALC): ADD,     *
      *              CHANGE or DELETE of a scheme's holiday, or of    *
      *              the scheme's rule record (what happens to a      *
      *              non-business execution date, and whether the     *
      *              scheme settles at weekends).  A card that fails  *
      *              validation is rejected and applies nothing:      *
      *               - a holiday date must be a real date;           *
      *               - a holiday for any scheme but '*DEFAULT' needs *
      *                 the scheme's rule record first - without it   *
      *                 the scheme uses the default calendar and the  *
      *                 holiday would never be read;                  *
      *               - a rule record cannot be deleted while the     *
      *                 scheme still has holidays on file.            *
      *              Every card carries the ID of the operator making *
      *              the change, checked by DPAYOPV against the       *
      *              operator profiles for the function DPAYCAL.      *
      *              EVERY CARD, APPLIED OR REJECTED, PRINTS ON THE   *
      *              AUDIT REPORT (DPAYCALR) WITH THE BEFORE AND      *
      *              AFTER IMAGE OF THE RECORD IT TOUCHED AND THE     *
      *              OPERATOR WHO KEYED IT.                           *
      *                                                                *
      * INPUT CARD FORMAT (DPAYCALC) :                                 *
      *   COL  1     RECORD    - 'H' = HOLIDAY, 'R' = SCHEME RULE     *
      *   COL  2     ACTION    - 'A' = ADD, 'C' = CHANGE, 'D' = DELETE*
      *   COLS 3-52  DEBIT ACCOUNT SCHEME ('*DEFAULT' FOR THE         *
      *              CALENDAR OF EVERY SCHEME WITHOUT ITS OWN RULE)   *
      *   COLS 53-62 HOLIDAY DATE YYYY-MM-DD (HOLIDAY CARDS ONLY)     *
      *   COLS 63-92 DESCRIPTION                                      *
      *   COL  93    NON-BUSINESS EXECUTION DATE RULE (RULE CARDS) -  *
      *              'R' = REJECT THE CONSENT, 'F' = ROLL THE DATE    *
      *              FORWARD TO THE NEXT BUSINESS DAY                 *
      *   COL  94    WEEKEND SETTLEMENT (RULE CARDS) - 'Y' = THE      *
      *              SCHEME SETTLES AT WEEKENDS, 'N' OR SPACE = NOT   *
      *   COLS 113-120 OPERATOR ID (EVERY CARD)                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/12/10  RSH  INITIAL VERSION.                               *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYCAL.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  10/12/2018.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYCALC-FILE ASSIGN TO "DPAYCALC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCAL-CARD-STATUS.

           SELECT DPAYHOL-FILE ASSIGN TO "DPAYHOL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYHOL-KEY
               FILE STATUS IS DPAYCAL-HOL-STATUS.

           SELECT DPAYCALR-FILE ASSIGN TO "DPAYCALR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCAL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYCALC-FILE
           RECORDING MODE IS F.
       01  DPAYCALC-CARD                  PIC X(120).

       FD  DPAYHOL-FILE.
           COPY DPAYHOL.

       FD  DPAYCALR-FILE
           RECORDING MODE IS F.
       01  DPAYCALR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYCAL-CARD-STATUS        PIC X(02).
           88  DPAYCAL-CARD-OK            VALUE "00".
           88  DPAYCAL-CARD-EOF           VALUE "10".
           88  DPAYCAL-CARD-NOT-FOUND     VALUE "35".

       77  DPAYCAL-HOL-STATUS         PIC X(02).
           88  DPAYCAL-HOL-OK             VALUE "00".
           88  DPAYCAL-HOL-NOT-FOUND      VALUE "23", "35".

       77  DPAYCAL-REPORT-STATUS      PIC X(02).

       77  DPAYCAL-CARDS-EOF-SW       PIC X(01) VALUE "N".
           88  DPAYCAL-CARDS-AT-EOF        VALUE "Y".

       77  DPAYCAL-CARDS-OPEN-SW      PIC X(01) VALUE "N".
           88  DPAYCAL-CARDS-OPEN          VALUE "Y".

       77  DPAYCAL-HOLS-LEFT-SW       PIC X(01).
           88  DPAYCAL-HOLIDAYS-LEFT       VALUE "Y".

       77  DPAYCAL-CARD-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCAL-APPLIED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCAL-REJECTED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCAL-OPER-REJECT-CT     PIC 9(07) COMP-3 VALUE 0.

       77  DPAYCAL-OPER-REASON        PIC X(30).
       77  DPAYCAL-FUNCTION           PIC X(08) VALUE "DPAYCAL".
       77  DPAYCAL-DEFAULT-KEY        PIC X(50) VALUE "*DEFAULT".

       77  DPAYCAL-DATE-INTEGER       PIC S9(09) COMP.

      *****************************************************************
      * THE CARD IN HAND.                                             *
      *****************************************************************
       01  DPAYCAL-CARD.
           05  DPAYCAL-REC-TYPE           PIC X(01).
               88  DPAYCAL-HOLIDAY-CARD       VALUE "H".
               88  DPAYCAL-RULE-CARD          VALUE "R".
           05  DPAYCAL-ACTION             PIC X(01).
               88  DPAYCAL-ACT-ADD            VALUE "A".
               88  DPAYCAL-ACT-CHANGE         VALUE "C".
               88  DPAYCAL-ACT-DELETE         VALUE "D".
           05  DPAYCAL-SCHEME             PIC X(50).
           05  DPAYCAL-DATE               PIC X(10).
           05  DPAYCAL-DESCRIPTION        PIC X(30).
           05  DPAYCAL-NONBUS-RULE        PIC X(01).
               88  DPAYCAL-RULE-VALID         VALUE "R", "F".
           05  DPAYCAL-WEEKEND-SW         PIC X(01).
               88  DPAYCAL-WEEKEND-VALID      VALUE "Y", "N", " ".
           05  FILLER                     PIC X(18).
           05  DPAYCAL-OPER-ID            PIC X(08).

       01  DPAYCAL-TODAY-DATE         PIC X(08).

       01  DPAYCAL-TODAY-ISO.
           05  DPAYCAL-TI-YEAR            PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYCAL-TI-MONTH           PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYCAL-TI-DAY             PIC X(02).

       01  DPAYCAL-WORK-DATE          PIC X(08).
       01  DPAYCAL-WORK-DATE-N REDEFINES DPAYCAL-WORK-DATE
                                      PIC 9(08).

       01  DPAYCAL-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYCAL - BUSINESS-DAY CALENDAR MAINTENANCE".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYCAL-H1-DATE            PIC X(10).

       01  DPAYCAL-HEADING-2.
           05  FILLER                     PIC X(06) VALUE "REC".
           05  FILLER                     PIC X(08) VALUE "ACTION".
           05  FILLER                     PIC X(52) VALUE "SCHEME".
           05  FILLER                     PIC X(12) VALUE "DATE".
           05  FILLER                     PIC X(42) VALUE "DISPOSITION".
           05  FILLER                     PIC X(08) VALUE "OPERATOR".

       01  DPAYCAL-DETAIL-LINE.
           05  DPAYCAL-D-REC-TYPE         PIC X(01).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  DPAYCAL-D-ACTION           PIC X(01).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  DPAYCAL-D-SCHEME           PIC X(50).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCAL-D-DATE             PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCAL-D-DISP             PIC X(40).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCAL-D-OPER             PIC X(08).

       01  DPAYCAL-BEFORE-LINE.
           05  FILLER                     PIC X(11)
               VALUE "  BEFORE : ".
           05  DPAYCAL-B-TEXT             PIC X(80).
           05  FILLER                     PIC X(27) VALUE SPACES.
           05  DPAYCAL-B-OPER             PIC X(08).

       01  DPAYCAL-AFTER-LINE.
           05  FILLER                     PIC X(11)
               VALUE "  AFTER  : ".
           05  DPAYCAL-A-TEXT             PIC X(80).
           05  FILLER                     PIC X(27) VALUE SPACES.
           05  DPAYCAL-A-OPER             PIC X(08).

      *****************************************************************
      * A HOLIDAY RECORD'S VALUES, FORMATTED FOR THE BEFORE/AFTER     *
      * AUDIT LINES.                                                  *
      *****************************************************************
       01  DPAYCAL-HOLIDAY-VALUES.
           05  FILLER                     PIC X(07) VALUE "DATE : ".
           05  DPAYCAL-V-DATE             PIC X(10).
           05  FILLER                     PIC X(09)
               VALUE "  DESC : ".
           05  DPAYCAL-V-HOL-DESC         PIC X(30).

      *****************************************************************
      * A RULE RECORD'S VALUES, FORMATTED FOR THE BEFORE/AFTER AUDIT  *
      * LINES.                                                        *
      *****************************************************************
       01  DPAYCAL-RULE-VALUES.
           05  FILLER                     PIC X(07) VALUE "RULE : ".
           05  DPAYCAL-V-RULE             PIC X(01).
           05  FILLER                     PIC X(20)
               VALUE "  WEEKEND SETTLES : ".
           05  DPAYCAL-V-WEEKEND          PIC X(01).
           05  FILLER                     PIC X(09)
               VALUE "  DESC : ".
           05  DPAYCAL-V-RULE-DESC        PIC X(30).

       01  DPAYCAL-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "CARDS PROCESSED      : ".
           05  DPAYCAL-S-CARD-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "APPLIED : ".
           05  DPAYCAL-S-APPLIED-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "REJECTED : ".
           05  DPAYCAL-S-REJECTED-CT      PIC ZZZ,ZZ9.

       01  DPAYCAL-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "REJECTED FOR OPERATOR: ".
           05  DPAYCAL-S-OPER-REJECT-CT   PIC ZZZ,ZZ9.

       01  DPAYCAL-RUN-PARMS.
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
           IF NOT DPAYCAL-CARDS-AT-EOF
               PERFORM 2000-READ-CARD
                   THRU 2000-EXIT
           END-IF.
           PERFORM 3000-PROCESS-CARD
               THRU 3000-EXIT
               UNTIL DPAYCAL-CARDS-AT-EOF.
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
           MOVE "DPAYCAL" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYCAL-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYCAL-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYCAL-TODAY-DATE (1:4) TO DPAYCAL-TI-YEAR.
           MOVE DPAYCAL-TODAY-DATE (5:2) TO DPAYCAL-TI-MONTH.
           MOVE DPAYCAL-TODAY-DATE (7:2) TO DPAYCAL-TI-DAY.
           OPEN INPUT DPAYCALC-FILE.
           IF DPAYCAL-CARD-NOT-FOUND
               SET DPAYCAL-CARDS-AT-EOF TO TRUE
           ELSE
               SET DPAYCAL-CARDS-OPEN TO TRUE
           END-IF.
           OPEN I-O DPAYHOL-FILE.
           IF DPAYCAL-HOL-NOT-FOUND
               OPEN OUTPUT DPAYHOL-FILE
               CLOSE DPAYHOL-FILE
               OPEN I-O DPAYHOL-FILE
           END-IF.
           OPEN OUTPUT DPAYCALR-FILE.
           MOVE DPAYCAL-TODAY-ISO TO DPAYCAL-H1-DATE.
           MOVE DPAYCAL-HEADING-1 TO DPAYCALR-LINE.
           WRITE DPAYCALR-LINE.
           MOVE DPAYCAL-HEADING-2 TO DPAYCALR-LINE.
           WRITE DPAYCALR-LINE.
       1000-EXIT.
           EXIT.

       2000-READ-CARD.
           READ DPAYCALC-FILE
               AT END
                   SET DPAYCAL-CARDS-AT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * ONE TRANSACTION.  A CARD FROM AN OPERATOR NOT ENTITLED TO     *
      * MAINTAIN THE CALENDAR IS REJECTED FIRST; OTHER VALIDATION     *
      * FAILURES REJECT THE CARD WITH NOTHING APPLIED; OTHERWISE THE  *
      * ACTION IS APPLIED AND AUDITED WITH BEFORE AND AFTER IMAGES.   *
      *****************************************************************
       3000-PROCESS-CARD.
           MOVE DPAYCALC-CARD TO DPAYCAL-CARD.
           ADD 1 TO DPAYCAL-CARD-CT.
           MOVE DPAYCAL-REC-TYPE TO DPAYCAL-D-REC-TYPE.
           MOVE DPAYCAL-ACTION TO DPAYCAL-D-ACTION.
           MOVE DPAYCAL-SCHEME TO DPAYCAL-D-SCHEME.
           MOVE DPAYCAL-DATE TO DPAYCAL-D-DATE.
           MOVE DPAYCAL-OPER-ID TO DPAYCAL-D-OPER.
           MOVE DPAYCAL-OPER-ID TO DPAYCAL-B-OPER.
           MOVE DPAYCAL-OPER-ID TO DPAYCAL-A-OPER.
           MOVE SPACES TO DPAYCAL-B-TEXT.
           MOVE SPACES TO DPAYCAL-A-TEXT.
           IF NOT DPAYCAL-HOLIDAY-CARD
               AND NOT DPAYCAL-RULE-CARD
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "INVALID RECORD TYPE" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           CALL "DPAYOPV" USING DPAYCAL-OPER-ID, DPAYCAL-FUNCTION,
                                DPAYCAL-OPER-REASON.
           IF DPAYCAL-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYCAL-OPER-REJECT-CT
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE DPAYCAL-OPER-REASON TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF NOT DPAYCAL-ACT-ADD
               AND NOT DPAYCAL-ACT-CHANGE
               AND NOT DPAYCAL-ACT-DELETE
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "INVALID ACTION" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF DPAYCAL-SCHEME = SPACES
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME MISSING" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF DPAYCAL-HOLIDAY-CARD
               PERFORM 4000-APPLY-HOLIDAY-CARD
                   THRU 4000-EXIT
           ELSE
               PERFORM 5000-APPLY-RULE-CARD
                   THRU 5000-EXIT
           END-IF.
       3000-NEXT.
           PERFORM 2000-READ-CARD
               THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       3900-REJECT-CARD.
           ADD 1 TO DPAYCAL-REJECTED-CT.
       3900-EXIT.
           EXIT.

      *****************************************************************
      * APPLY A HOLIDAY TRANSACTION.  THE KEY IS SCHEME AND DATE; AN  *
      * ADD MUST BE A NEW DATE, A CHANGE (OF THE DESCRIPTION) OR A    *
      * DELETE AN EXISTING ONE.  A SCHEME OTHER THAN THE DEFAULT MUST *
      * ALREADY HAVE ITS RULE RECORD - WITHOUT ONE DPAYBDY READS THE  *
      * DEFAULT CALENDAR FOR IT AND WOULD NEVER SEE THE HOLIDAY.      *
      *****************************************************************
       4000-APPLY-HOLIDAY-CARD.
           PERFORM 4050-CHECK-HOLIDAY-DATE
               THRU 4050-EXIT.
           IF DPAYCAL-DATE-INTEGER = ZERO
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "INVALID HOLIDAY DATE" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 4000-EXIT
           END-IF.
           IF DPAYCAL-SCHEME NOT = DPAYCAL-DEFAULT-KEY
               AND NOT DPAYCAL-ACT-DELETE
               MOVE DPAYCAL-SCHEME TO DPAYHOL-SCHEME
               MOVE SPACES TO DPAYHOL-DATE
               READ DPAYHOL-FILE
                   KEY IS DPAYHOL-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
               IF NOT DPAYCAL-HOL-OK
                   PERFORM 3900-REJECT-CARD
                       THRU 3900-EXIT
                   MOVE "SCHEME HAS NO CALENDAR RULE" TO DPAYCAL-D-DISP
                   PERFORM 7000-WRITE-AUDIT
                       THRU 7000-EXIT
                   GO TO 4000-EXIT
               END-IF
           END-IF.
           MOVE DPAYCAL-SCHEME TO DPAYHOL-SCHEME.
           MOVE DPAYCAL-DATE TO DPAYHOL-DATE.
           READ DPAYHOL-FILE
               KEY IS DPAYHOL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYCAL-ACT-ADD
               PERFORM 4100-ADD-HOLIDAY
                   THRU 4100-EXIT
           ELSE
               IF DPAYCAL-ACT-CHANGE
                   PERFORM 4200-CHANGE-HOLIDAY
                       THRU 4200-EXIT
               ELSE
                   PERFORM 4300-DELETE-HOLIDAY
                       THRU 4300-EXIT
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * THE HOLIDAY DATE MUST BE YYYY-MM-DD AND A REAL DATE - THE     *
      * DAY NUMBER IS LEFT ZERO WHEN IT IS NOT.                       *
      *****************************************************************
       4050-CHECK-HOLIDAY-DATE.
           MOVE ZERO TO DPAYCAL-DATE-INTEGER.
           IF DPAYCAL-DATE (5:1) NOT = "-"
               OR DPAYCAL-DATE (8:1) NOT = "-"
               GO TO 4050-EXIT
           END-IF.
           MOVE DPAYCAL-DATE (1:4) TO DPAYCAL-WORK-DATE (1:4).
           MOVE DPAYCAL-DATE (6:2) TO DPAYCAL-WORK-DATE (5:2).
           MOVE DPAYCAL-DATE (9:2) TO DPAYCAL-WORK-DATE (7:2).
           IF DPAYCAL-WORK-DATE-N NOT NUMERIC
               GO TO 4050-EXIT
           END-IF.
           COMPUTE DPAYCAL-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (DPAYCAL-WORK-DATE-N).
       4050-EXIT.
           EXIT.

       4100-ADD-HOLIDAY.
           IF DPAYCAL-HOL-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "HOLIDAY ALREADY ON FILE" TO DPAYCAL-D-DISP
               PERFORM 4800-FORMAT-HOLIDAY-VALUES
                   THRU 4800-EXIT
               MOVE DPAYCAL-HOLIDAY-VALUES TO DPAYCAL-B-TEXT
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 4100-EXIT
           END-IF.
           MOVE "(NO RECORD)" TO DPAYCAL-B-TEXT.
           MOVE SPACES TO DPAYHOL-RECORD.
           MOVE DPAYCAL-SCHEME TO DPAYHOL-SCHEME.
           MOVE DPAYCAL-DATE TO DPAYHOL-DATE.
           MOVE DPAYCAL-DESCRIPTION TO DPAYHOL-DESCRIPTION.
           WRITE DPAYHOL-RECORD.
           PERFORM 4800-FORMAT-HOLIDAY-VALUES
               THRU 4800-EXIT.
           MOVE DPAYCAL-HOLIDAY-VALUES TO DPAYCAL-A-TEXT.
           ADD 1 TO DPAYCAL-APPLIED-CT.
           MOVE "APPLIED" TO DPAYCAL-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       4100-EXIT.
           EXIT.

       4200-CHANGE-HOLIDAY.
           IF NOT DPAYCAL-HOL-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "HOLIDAY NOT ON FILE" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 4200-EXIT
           END-IF.
           PERFORM 4800-FORMAT-HOLIDAY-VALUES
               THRU 4800-EXIT.
           MOVE DPAYCAL-HOLIDAY-VALUES TO DPAYCAL-B-TEXT.
           MOVE DPAYCAL-DESCRIPTION TO DPAYHOL-DESCRIPTION.
           REWRITE DPAYHOL-RECORD.
           PERFORM 4800-FORMAT-HOLIDAY-VALUES
               THRU 4800-EXIT.
           MOVE DPAYCAL-HOLIDAY-VALUES TO DPAYCAL-A-TEXT.
           ADD 1 TO DPAYCAL-APPLIED-CT.
           MOVE "APPLIED" TO DPAYCAL-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       4200-EXIT.
           EXIT.

       4300-DELETE-HOLIDAY.
           IF NOT DPAYCAL-HOL-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "HOLIDAY NOT ON FILE" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 4300-EXIT
           END-IF.
           PERFORM 4800-FORMAT-HOLIDAY-VALUES
               THRU 4800-EXIT.
           MOVE DPAYCAL-HOLIDAY-VALUES TO DPAYCAL-B-TEXT.
           DELETE DPAYHOL-FILE.
           MOVE "(DELETED)" TO DPAYCAL-A-TEXT.
           ADD 1 TO DPAYCAL-APPLIED-CT.
           MOVE "APPLIED" TO DPAYCAL-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       4300-EXIT.
           EXIT.

       4800-FORMAT-HOLIDAY-VALUES.
           MOVE DPAYHOL-DATE TO DPAYCAL-V-DATE.
           MOVE DPAYHOL-DESCRIPTION TO DPAYCAL-V-HOL-DESC.
       4800-EXIT.
           EXIT.

      *****************************************************************
      * APPLY A SCHEME RULE TRANSACTION.  THE RULE RECORD IS KEYED ON *
      * THE SCHEME WITH A BLANK DATE; AN ADD MUST BE A NEW SCHEME, A  *
      * CHANGE OR DELETE AN EXISTING ONE, AND THE RULE AND WEEKEND    *
      * FLAG MUST BE ONES DPAYBDY UNDERSTANDS.                        *
      *****************************************************************
       5000-APPLY-RULE-CARD.
           MOVE SPACES TO DPAYCAL-D-DATE.
           IF NOT DPAYCAL-ACT-DELETE
               AND NOT DPAYCAL-RULE-VALID
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "RULE MUST BE R OR F" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF NOT DPAYCAL-ACT-DELETE
               AND NOT DPAYCAL-WEEKEND-VALID
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "WEEKEND FLAG MUST BE Y OR N" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.
           IF DPAYCAL-WEEKEND-SW = SPACE
               MOVE "N" TO DPAYCAL-WEEKEND-SW
           END-IF.
           MOVE DPAYCAL-SCHEME TO DPAYHOL-SCHEME.
           MOVE SPACES TO DPAYHOL-DATE.
           READ DPAYHOL-FILE
               KEY IS DPAYHOL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYCAL-ACT-ADD
               PERFORM 5100-ADD-RULE
                   THRU 5100-EXIT
           ELSE
               IF DPAYCAL-ACT-CHANGE
                   PERFORM 5200-CHANGE-RULE
                       THRU 5200-EXIT
               ELSE
                   PERFORM 5300-DELETE-RULE
                       THRU 5300-EXIT
               END-IF
           END-IF.
       5000-EXIT.
           EXIT.

       5100-ADD-RULE.
           IF DPAYCAL-HOL-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME RULE ALREADY ON FILE" TO DPAYCAL-D-DISP
               PERFORM 5800-FORMAT-RULE-VALUES
                   THRU 5800-EXIT
               MOVE DPAYCAL-RULE-VALUES TO DPAYCAL-B-TEXT
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5100-EXIT
           END-IF.
           MOVE "(NO RECORD)" TO DPAYCAL-B-TEXT.
           MOVE SPACES TO DPAYHOL-RECORD.
           MOVE DPAYCAL-SCHEME TO DPAYHOL-SCHEME.
           MOVE DPAYCAL-DESCRIPTION TO DPAYHOL-DESCRIPTION.
           MOVE DPAYCAL-NONBUS-RULE TO DPAYHOL-NONBUS-RULE.
           MOVE DPAYCAL-WEEKEND-SW TO DPAYHOL-WEEKEND-SW.
           WRITE DPAYHOL-RECORD.
           PERFORM 5800-FORMAT-RULE-VALUES
               THRU 5800-EXIT.
           MOVE DPAYCAL-RULE-VALUES TO DPAYCAL-A-TEXT.
           ADD 1 TO DPAYCAL-APPLIED-CT.
           MOVE "APPLIED" TO DPAYCAL-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       5100-EXIT.
           EXIT.

       5200-CHANGE-RULE.
           IF NOT DPAYCAL-HOL-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME RULE NOT ON FILE" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5200-EXIT
           END-IF.
           PERFORM 5800-FORMAT-RULE-VALUES
               THRU 5800-EXIT.
           MOVE DPAYCAL-RULE-VALUES TO DPAYCAL-B-TEXT.
           MOVE DPAYCAL-DESCRIPTION TO DPAYHOL-DESCRIPTION.
           MOVE DPAYCAL-NONBUS-RULE TO DPAYHOL-NONBUS-RULE.
           MOVE DPAYCAL-WEEKEND-SW TO DPAYHOL-WEEKEND-SW.
           REWRITE DPAYHOL-RECORD.
           PERFORM 5800-FORMAT-RULE-VALUES
               THRU 5800-EXIT.
           MOVE DPAYCAL-RULE-VALUES TO DPAYCAL-A-TEXT.
           ADD 1 TO DPAYCAL-APPLIED-CT.
           MOVE "APPLIED" TO DPAYCAL-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       5200-EXIT.
           EXIT.

      *****************************************************************
      * A RULE RECORD IS ONLY DELETED ONCE THE SCHEME'S HOLIDAYS ARE  *
      * GONE - OTHERWISE THEY WOULD BE LEFT ON FILE, UNREAD, AND THE  *
      * SCHEME WOULD QUIETLY FALL BACK TO THE DEFAULT CALENDAR.       *
      *****************************************************************
       5300-DELETE-RULE.
           IF NOT DPAYCAL-HOL-OK
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME RULE NOT ON FILE" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5300-EXIT
           END-IF.
           PERFORM 5800-FORMAT-RULE-VALUES
               THRU 5800-EXIT.
           MOVE DPAYCAL-RULE-VALUES TO DPAYCAL-B-TEXT.
           PERFORM 5350-CHECK-HOLIDAYS-LEFT
               THRU 5350-EXIT.
           IF DPAYCAL-HOLIDAYS-LEFT
               PERFORM 3900-REJECT-CARD
                   THRU 3900-EXIT
               MOVE "SCHEME STILL HAS HOLIDAYS" TO DPAYCAL-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5300-EXIT
           END-IF.
           MOVE DPAYCAL-SCHEME TO DPAYHOL-SCHEME.
           MOVE SPACES TO DPAYHOL-DATE.
           DELETE DPAYHOL-FILE.
           MOVE "(DELETED)" TO DPAYCAL-A-TEXT.
           ADD 1 TO DPAYCAL-APPLIED-CT.
           MOVE "APPLIED" TO DPAYCAL-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       5300-EXIT.
           EXIT.

      *****************************************************************
      * THE RULE RECORD SORTS FIRST FOR ITS SCHEME (BLANK DATE), SO   *
      * THE NEXT RECORD AFTER IT IS THE SCHEME'S EARLIEST HOLIDAY IF  *
      * IT HAS ANY.                                                   *
      *****************************************************************
       5350-CHECK-HOLIDAYS-LEFT.
           MOVE "N" TO DPAYCAL-HOLS-LEFT-SW.
           MOVE DPAYCAL-SCHEME TO DPAYHOL-SCHEME.
           MOVE SPACES TO DPAYHOL-DATE.
           START DPAYHOL-FILE
               KEY IS GREATER THAN DPAYHOL-KEY
               INVALID KEY
                   GO TO 5350-EXIT
           END-START.
           READ DPAYHOL-FILE NEXT RECORD
               AT END
                   GO TO 5350-EXIT
           END-READ.
           IF DPAYHOL-SCHEME = DPAYCAL-SCHEME
               SET DPAYCAL-HOLIDAYS-LEFT TO TRUE
           END-IF.
       5350-EXIT.
           EXIT.

       5800-FORMAT-RULE-VALUES.
           MOVE DPAYHOL-NONBUS-RULE TO DPAYCAL-V-RULE.
           MOVE DPAYHOL-WEEKEND-SW TO DPAYCAL-V-WEEKEND.
           MOVE DPAYHOL-DESCRIPTION TO DPAYCAL-V-RULE-DESC.
       5800-EXIT.
           EXIT.

      *****************************************************************
      * ONE AUDIT GROUP PER CARD - THE CARD LINE, THEN THE BEFORE     *
      * AND AFTER IMAGES WHERE A RECORD WAS INVOLVED.                 *
      *****************************************************************
       7000-WRITE-AUDIT.
           MOVE DPAYCAL-DETAIL-LINE TO DPAYCALR-LINE.
           WRITE DPAYCALR-LINE.
           IF DPAYCAL-B-TEXT NOT = SPACES
               MOVE DPAYCAL-BEFORE-LINE TO DPAYCALR-LINE
               WRITE DPAYCALR-LINE
           END-IF.
           IF DPAYCAL-A-TEXT NOT = SPACES
               MOVE DPAYCAL-AFTER-LINE TO DPAYCALR-LINE
               WRITE DPAYCALR-LINE
           END-IF.
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYCAL-CARD-CT TO DPAYCAL-S-CARD-CT.
           MOVE DPAYCAL-APPLIED-CT TO DPAYCAL-S-APPLIED-CT.
           MOVE DPAYCAL-REJECTED-CT TO DPAYCAL-S-REJECTED-CT.
           MOVE DPAYCAL-SUMMARY-1 TO DPAYCALR-LINE.
           WRITE DPAYCALR-LINE.
           MOVE DPAYCAL-OPER-REJECT-CT TO DPAYCAL-S-OPER-REJECT-CT.
           MOVE DPAYCAL-SUMMARY-2 TO DPAYCALR-LINE.
           WRITE DPAYCALR-LINE.
           IF DPAYCAL-CARDS-OPEN
               CLOSE DPAYCALC-FILE
           END-IF.
           CLOSE DPAYHOL-FILE.
           CLOSE DPAYCALR-FILE.
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
           MOVE DPAYCAL-CARD-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "APPLIED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYCAL-APPLIED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "REJECTED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYCAL-REJECTED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYCAL-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
