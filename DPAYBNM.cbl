      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYBNM                                          *
      * DESCRIPTION: Load and maintenance batch for the beneficiary   *
      *              reference file (DPAYBEN) that DPAYCOP checks     *
      *              the payee name against.                          *
      *              First applies the account register extract       *
      *              (DPAYBENL), if one was supplied - one record per *
      *              beneficiary account with the name it is held in  *
      *              and whether it is open or closed - adding each   *
      *              new account and bringing each known one up to    *
      *              date.  The extract comes from the account        *
      *              register, not an operator, so it is not          *
      *              operator-checked; the source ID on each record   *
      *              is kept as the status setter.  AN ACCOUNT THE    *
      *              SCHEME HAS RETURNED A PAYMENT FOR AS CLOSED      *
      *              (MARKED BY DPAYRSP) IS NOT REOPENED BY THE       *
      *              EXTRACT - ONLY AN OPERATOR CARD CAN DO THAT,     *
      *              ONCE THE ACCOUNT HAS BEEN CONFIRMED WITH ITS     *
      *              BANK.                                            *
      *              Then applies the maintenance cards (DPAYBNMC):   *
      *              ADD, CHANGE or DELETE of a beneficiary account,  *
      *              or of the rules record saying what DPAYCOP does  *
      *              with each grade of payee check.  A card that     *
      *              fails validation is rejected and applies         *
      *              nothing.  Every card carries the ID of the       *
      *              operator making the change, checked by DPAYOPV   *
      *              against the operator profiles for the function   *
      *              DPAYBNM.                                         *
      *              EVERY CARD, APPLIED OR REJECTED, AND EVERY       *
      *              EXTRACT RECORD THAT CHANGED THE FILE OR WAS      *
      *              REJECTED, PRINTS ON THE AUDIT REPORT (DPAYBNMR)  *
      *              WITH THE BEFORE AND AFTER IMAGE OF THE RECORD IT *
      *              TOUCHED.  EXTRACT RECORDS THAT CHANGE NOTHING    *
      *              ARE COUNTED ONLY.                                *
      *                                                                *
      * EXTRACT RECORD FORMAT (DPAYBENL) :                             *
      *   COLS 1-16  CREDIT ACCOUNT                                    *
      *   COLS 17-66 REGISTERED ACCOUNT NAME                           *
      *   COL  67    STATUS - 'O' = OPEN, 'C' = CLOSED, SPACE = OPEN   *
      *   COLS 113-120 SOURCE ID                                       *
      *                                                                *
      * INPUT CARD FORMAT (DPAYBNMC) :                                 *
      *   COL  1     RECORD    - 'B' = BENEFICIARY ACCOUNT,           *
      *                          'R' = PAYEE CHECK RULES               *
      *   COL  2     ACTION    - 'A' = ADD, 'C' = CHANGE, 'D' = DELETE*
      *   BENEFICIARY ACCOUNT CARD :                                   *
      *   COLS 3-18  CREDIT ACCOUNT                                    *
      *   COLS 19-68 REGISTERED ACCOUNT NAME                           *
      *   COL  69    STATUS - 'O' = OPEN, 'C' = CLOSED; SPACE = OPEN   *
      *              ON AN ADD, UNCHANGED ON A CHANGE                  *
      *   RULES CARD - 'P' = PASS, 'H' = HOLD FOR REVIEW,              *
      *                'R' = REJECT; DELETE RESTORES THE DEFAULTS :    *
      *   COL  70    CLOSE MATCH                                       *
      *   COL  71    NO MATCH                                          *
      *   COL  72    ACCOUNT CLOSED                                    *
      *   COL  73    ACCOUNT NOT ON FILE                               *
      *   COLS 113-120 OPERATOR ID (EVERY CARD)                       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/02/11  RSH  INITIAL VERSION.                               *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYBNM.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  11/02/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYBENL-FILE ASSIGN TO "DPAYBENL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYBNM-LOAD-STATUS.

           SELECT DPAYBNMC-FILE ASSIGN TO "DPAYBNMC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYBNM-CARD-STATUS.

           SELECT DPAYBEN-FILE ASSIGN TO "DPAYBEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYBEN-CREDIT-AC
               FILE STATUS IS DPAYBNM-BEN-STATUS.

           SELECT DPAYBNMR-FILE ASSIGN TO "DPAYBNMR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYBNM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYBENL-FILE
           RECORDING MODE IS F.
       01  DPAYBENL-RECORD                PIC X(120).

       FD  DPAYBNMC-FILE
           RECORDING MODE IS F.
       01  DPAYBNMC-CARD                  PIC X(120).

       FD  DPAYBEN-FILE.
           COPY DPAYBEN.

       FD  DPAYBNMR-FILE
           RECORDING MODE IS F.
       01  DPAYBNMR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYBNM-LOAD-STATUS        PIC X(02).
           88  DPAYBNM-LOAD-OK            VALUE "00".
           88  DPAYBNM-LOAD-EOF           VALUE "10".
           88  DPAYBNM-LOAD-NOT-FOUND     VALUE "35".

       77  DPAYBNM-CARD-STATUS        PIC X(02).
           88  DPAYBNM-CARD-OK            VALUE "00".
           88  DPAYBNM-CARD-EOF           VALUE "10".
           88  DPAYBNM-CARD-NOT-FOUND     VALUE "35".

       77  DPAYBNM-BEN-STATUS         PIC X(02).
           88  DPAYBNM-BEN-OK             VALUE "00".
           88  DPAYBNM-BEN-NOT-FOUND      VALUE "23", "35".

       77  DPAYBNM-REPORT-STATUS      PIC X(02).

       77  DPAYBNM-LOAD-EOF-SW        PIC X(01) VALUE "N".
           88  DPAYBNM-LOAD-AT-EOF         VALUE "Y".

       77  DPAYBNM-LOAD-OPEN-SW       PIC X(01) VALUE "N".
           88  DPAYBNM-LOAD-OPEN           VALUE "Y".

       77  DPAYBNM-CARDS-EOF-SW       PIC X(01) VALUE "N".
           88  DPAYBNM-CARDS-AT-EOF        VALUE "Y".

       77  DPAYBNM-CARDS-OPEN-SW      PIC X(01) VALUE "N".
           88  DPAYBNM-CARDS-OPEN          VALUE "Y".

       77  DPAYBNM-LOAD-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-LOAD-ADDED-CT      PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-LOAD-CHANGED-CT    PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-LOAD-SAME-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-LOAD-REJECTED-CT   PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-NOT-REOPENED-CT    PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-CARD-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-APPLIED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-REJECTED-CT        PIC 9(07) COMP-3 VALUE 0.
       77  DPAYBNM-OPER-REJECT-CT     PIC 9(07) COMP-3 VALUE 0.

       77  DPAYBNM-OPER-REASON        PIC X(30).
       77  DPAYBNM-FUNCTION           PIC X(08) VALUE "DPAYBNM".
       77  DPAYBNM-RULES-KEY          PIC X(16) VALUE "*RULES".

      *****************************************************************
      * THE REGISTER EXTRACT RECORD IN HAND.                          *
      *****************************************************************
       01  DPAYBNM-EXTRACT.
           05  DPAYBNM-X-CREDIT-AC        PIC X(16).
           05  DPAYBNM-X-NAME             PIC X(50).
           05  DPAYBNM-X-STATUS           PIC X(01).
               88  DPAYBNM-X-STATUS-VALID     VALUE "O", "C", " ".
           05  FILLER                     PIC X(45).
           05  DPAYBNM-X-SOURCE-ID        PIC X(08).

      *****************************************************************
      * THE CARD IN HAND.                                             *
      *****************************************************************
       01  DPAYBNM-CARD.
           05  DPAYBNM-REC-TYPE           PIC X(01).
               88  DPAYBNM-ACCOUNT-CARD       VALUE "B".
               88  DPAYBNM-RULES-CARD         VALUE "R".
           05  DPAYBNM-ACTION             PIC X(01).
               88  DPAYBNM-ACT-ADD            VALUE "A".
               88  DPAYBNM-ACT-CHANGE         VALUE "C".
               88  DPAYBNM-ACT-DELETE         VALUE "D".
           05  DPAYBNM-CREDIT-AC          PIC X(16).
           05  DPAYBNM-NAME               PIC X(50).
           05  DPAYBNM-STATUS             PIC X(01).
               88  DPAYBNM-STATUS-VALID       VALUE "O", "C", " ".
           05  DPAYBNM-RULE-ACTIONS.
               10  DPAYBNM-CLOSE-MATCH-ACT    PIC X(01).
                   88  DPAYBNM-CLOSE-MATCH-VALID  VALUE "P", "H", "R".
               10  DPAYBNM-NO-MATCH-ACT       PIC X(01).
                   88  DPAYBNM-NO-MATCH-VALID     VALUE "P", "H", "R".
               10  DPAYBNM-CLOSED-ACT         PIC X(01).
                   88  DPAYBNM-CLOSED-VALID       VALUE "P", "H", "R".
               10  DPAYBNM-UNREG-ACT          PIC X(01).
                   88  DPAYBNM-UNREG-VALID        VALUE "P", "H", "R".
           05  FILLER                     PIC X(39).
           05  DPAYBNM-OPER-ID            PIC X(08).

       01  DPAYBNM-TODAY-DATE         PIC X(08).

       01  DPAYBNM-TODAY-ISO.
           05  DPAYBNM-TI-YEAR            PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYBNM-TI-MONTH           PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYBNM-TI-DAY             PIC X(02).

       01  DPAYBNM-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYBNM - BENEFICIARY REFERENCE MAINTENANCE".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYBNM-H1-DATE            PIC X(10).

       01  DPAYBNM-HEADING-2.
           05  FILLER                     PIC X(06) VALUE "REC".
           05  FILLER                     PIC X(08) VALUE "ACTION".
           05  FILLER                     PIC X(18)
               VALUE "CREDIT ACCOUNT".
           05  FILLER                     PIC X(52)
               VALUE "ACCOUNT NAME".
           05  FILLER                     PIC X(40) VALUE "DISPOSITION".
           05  FILLER                     PIC X(08) VALUE "OPERATOR".

       01  DPAYBNM-DETAIL-LINE.
           05  DPAYBNM-D-REC-TYPE         PIC X(01).
           05  FILLER                     PIC X(05) VALUE SPACES.
           05  DPAYBNM-D-ACTION           PIC X(01).
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  DPAYBNM-D-CREDIT-AC        PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYBNM-D-NAME             PIC X(50).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYBNM-D-DISP             PIC X(38).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYBNM-D-OPER             PIC X(08).

       01  DPAYBNM-BEFORE-LINE.
           05  FILLER                     PIC X(11)
               VALUE "  BEFORE : ".
           05  DPAYBNM-B-TEXT             PIC X(80).
           05  FILLER                     PIC X(27) VALUE SPACES.
           05  DPAYBNM-B-OPER             PIC X(08).

       01  DPAYBNM-AFTER-LINE.
           05  FILLER                     PIC X(11)
               VALUE "  AFTER  : ".
           05  DPAYBNM-A-TEXT             PIC X(80).
           05  FILLER                     PIC X(27) VALUE SPACES.
           05  DPAYBNM-A-OPER             PIC X(08).

      *****************************************************************
      * AN ACCOUNT RECORD'S VALUES, FORMATTED FOR THE BEFORE/AFTER    *
      * AUDIT LINES.                                                  *
      *****************************************************************
       01  DPAYBNM-ACCOUNT-VALUES.
           05  FILLER                     PIC X(07) VALUE "NAME : ".
           05  DPAYBNM-V-NAME             PIC X(50).
           05  FILLER                     PIC X(07) VALUE "  ST : ".
           05  DPAYBNM-V-STATUS           PIC X(01).
           05  FILLER                     PIC X(07) VALUE "  BY : ".
           05  DPAYBNM-V-STATUS-BY        PIC X(08).

      *****************************************************************
      * THE RULES RECORD'S VALUES, FORMATTED FOR THE BEFORE/AFTER     *
      * AUDIT LINES.                                                  *
      *****************************************************************
       01  DPAYBNM-RULES-VALUES.
           05  FILLER                     PIC X(14)
               VALUE "CLOSE MATCH : ".
           05  DPAYBNM-V-CLOSE-MATCH      PIC X(01).
           05  FILLER                     PIC X(13)
               VALUE "  NO MATCH : ".
           05  DPAYBNM-V-NO-MATCH         PIC X(01).
           05  FILLER                     PIC X(11)
               VALUE "  CLOSED : ".
           05  DPAYBNM-V-CLOSED           PIC X(01).
           05  FILLER                     PIC X(16)
               VALUE "  NOT ON FILE : ".
           05  DPAYBNM-V-UNREG            PIC X(01).

       01  DPAYBNM-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "EXTRACT RECORDS READ : ".
           05  DPAYBNM-S-LOAD-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(09)
               VALUE "ADDED : ".
           05  DPAYBNM-S-LOAD-ADDED-CT    PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "CHANGED : ".
           05  DPAYBNM-S-LOAD-CHANGED-CT  PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(13)
               VALUE "UNCHANGED : ".
           05  DPAYBNM-S-LOAD-SAME-CT     PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "REJECTED : ".
           05  DPAYBNM-S-LOAD-REJECTED-CT PIC ZZZ,ZZ9.

       01  DPAYBNM-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "CLOSED - NOT REOPENED: ".
           05  DPAYBNM-S-NOT-REOPENED-CT  PIC ZZZ,ZZ9.

       01  DPAYBNM-SUMMARY-3.
           05  FILLER                     PIC X(24)
               VALUE "CARDS PROCESSED      : ".
           05  DPAYBNM-S-CARD-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(11)
               VALUE "APPLIED : ".
           05  DPAYBNM-S-APPLIED-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "REJECTED : ".
           05  DPAYBNM-S-REJECTED-CT      PIC ZZZ,ZZ9.

       01  DPAYBNM-SUMMARY-4.
           05  FILLER                     PIC X(24)
               VALUE "REJECTED FOR OPERATOR: ".
           05  DPAYBNM-S-OPER-REJECT-CT   PIC ZZZ,ZZ9.

       01  DPAYBNM-RUN-PARMS.
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
           IF NOT DPAYBNM-LOAD-AT-EOF
               PERFORM 2000-READ-EXTRACT
                   THRU 2000-EXIT
           END-IF.
           PERFORM 3000-PROCESS-EXTRACT
               THRU 3000-EXIT
               UNTIL DPAYBNM-LOAD-AT-EOF.
           IF NOT DPAYBNM-CARDS-AT-EOF
               PERFORM 4000-READ-CARD
                   THRU 4000-EXIT
           END-IF.
           PERFORM 5000-PROCESS-CARD
               THRU 5000-EXIT
               UNTIL DPAYBNM-CARDS-AT-EOF.
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
           MOVE "DPAYBNM" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYBNM-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYBNM-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYBNM-TODAY-DATE (1:4) TO DPAYBNM-TI-YEAR.
           MOVE DPAYBNM-TODAY-DATE (5:2) TO DPAYBNM-TI-MONTH.
           MOVE DPAYBNM-TODAY-DATE (7:2) TO DPAYBNM-TI-DAY.
           OPEN INPUT DPAYBENL-FILE.
           IF DPAYBNM-LOAD-NOT-FOUND
               SET DPAYBNM-LOAD-AT-EOF TO TRUE
           ELSE
               SET DPAYBNM-LOAD-OPEN TO TRUE
           END-IF.
           OPEN INPUT DPAYBNMC-FILE.
           IF DPAYBNM-CARD-NOT-FOUND
               SET DPAYBNM-CARDS-AT-EOF TO TRUE
           ELSE
               SET DPAYBNM-CARDS-OPEN TO TRUE
           END-IF.
           OPEN I-O DPAYBEN-FILE.
           IF DPAYBNM-BEN-NOT-FOUND
               OPEN OUTPUT DPAYBEN-FILE
               CLOSE DPAYBEN-FILE
               OPEN I-O DPAYBEN-FILE
           END-IF.
           OPEN OUTPUT DPAYBNMR-FILE.
           MOVE DPAYBNM-TODAY-ISO TO DPAYBNM-H1-DATE.
           MOVE DPAYBNM-HEADING-1 TO DPAYBNMR-LINE.
           WRITE DPAYBNMR-LINE.
           MOVE DPAYBNM-HEADING-2 TO DPAYBNMR-LINE.
           WRITE DPAYBNMR-LINE.
       1000-EXIT.
           EXIT.

       2000-READ-EXTRACT.
           READ DPAYBENL-FILE
               AT END
                   SET DPAYBNM-LOAD-AT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * ONE REGISTER EXTRACT RECORD.  A NEW ACCOUNT IS ADDED; A KNOWN *
      * ONE TAKES THE EXTRACT'S NAME AND STATUS - EXCEPT THAT AN      *
      * ACCOUNT CLOSED BY A SCHEME RETURN (IT CARRIES THE SCHEME'S    *
      * REASON CODE) STAYS CLOSED: THE REGISTER MAY NOT YET KNOW THE  *
      * ACCOUNT HAS GONE, AND REOPENING IT WOULD LET THE NEXT PAYMENT *
      * GO OUT TO BOUNCE AGAIN.  A RECORD THAT CHANGES NOTHING IS     *
      * COUNTED BUT NOT PRINTED.                                      *
      *****************************************************************
       3000-PROCESS-EXTRACT.
           MOVE DPAYBENL-RECORD TO DPAYBNM-EXTRACT.
           ADD 1 TO DPAYBNM-LOAD-CT.
           MOVE "L" TO DPAYBNM-D-REC-TYPE.
           MOVE SPACES TO DPAYBNM-D-ACTION.
           MOVE DPAYBNM-X-CREDIT-AC TO DPAYBNM-D-CREDIT-AC.
           MOVE DPAYBNM-X-NAME TO DPAYBNM-D-NAME.
           MOVE DPAYBNM-X-SOURCE-ID TO DPAYBNM-D-OPER.
           MOVE DPAYBNM-X-SOURCE-ID TO DPAYBNM-B-OPER.
           MOVE DPAYBNM-X-SOURCE-ID TO DPAYBNM-A-OPER.
           MOVE SPACES TO DPAYBNM-B-TEXT.
           MOVE SPACES TO DPAYBNM-A-TEXT.
           IF DPAYBNM-X-CREDIT-AC = SPACES
               OR DPAYBNM-X-CREDIT-AC = DPAYBNM-RULES-KEY
               ADD 1 TO DPAYBNM-LOAD-REJECTED-CT
               MOVE "INVALID CREDIT ACCOUNT" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF DPAYBNM-X-NAME = SPACES
               ADD 1 TO DPAYBNM-LOAD-REJECTED-CT
               MOVE "ACCOUNT NAME MISSING" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF NOT DPAYBNM-X-STATUS-VALID
               ADD 1 TO DPAYBNM-LOAD-REJECTED-CT
               MOVE "STATUS MUST BE O OR C" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3000-NEXT
           END-IF.
           IF DPAYBNM-X-STATUS = SPACE
               MOVE "O" TO DPAYBNM-X-STATUS
           END-IF.
           MOVE DPAYBNM-X-CREDIT-AC TO DPAYBEN-CREDIT-AC.
           READ DPAYBEN-FILE
               KEY IS DPAYBEN-CREDIT-AC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYBNM-BEN-OK
               PERFORM 3100-ADD-FROM-EXTRACT
                   THRU 3100-EXIT
           ELSE
               PERFORM 3200-UPDATE-FROM-EXTRACT
                   THRU 3200-EXIT
           END-IF.
       3000-NEXT.
           PERFORM 2000-READ-EXTRACT
               THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       3100-ADD-FROM-EXTRACT.
           MOVE "A" TO DPAYBNM-D-ACTION.
           MOVE "(NO RECORD)" TO DPAYBNM-B-TEXT.
           MOVE SPACES TO DPAYBEN-RECORD.
           MOVE DPAYBNM-X-CREDIT-AC TO DPAYBEN-CREDIT-AC.
           MOVE DPAYBNM-X-NAME TO DPAYBEN-ACCOUNT-NAME.
           MOVE DPAYBNM-X-STATUS TO DPAYBEN-AC-STATUS.
           MOVE DPAYBNM-TODAY-ISO TO DPAYBEN-STATUS-DATE.
           MOVE DPAYBNM-X-SOURCE-ID TO DPAYBEN-STATUS-BY.
           WRITE DPAYBEN-RECORD.
           PERFORM 6800-FORMAT-ACCOUNT-VALUES
               THRU 6800-EXIT.
           MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-A-TEXT.
           ADD 1 TO DPAYBNM-LOAD-ADDED-CT.
           MOVE "ADDED" TO DPAYBNM-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       3100-EXIT.
           EXIT.

       3200-UPDATE-FROM-EXTRACT.
           IF DPAYBEN-ACCOUNT-NAME = DPAYBNM-X-NAME
               AND DPAYBEN-AC-STATUS = DPAYBNM-X-STATUS
               ADD 1 TO DPAYBNM-LOAD-SAME-CT
               GO TO 3200-EXIT
           END-IF.
           IF DPAYBEN-AC-CLOSED
               AND DPAYBEN-CLOSE-REASON NOT = SPACES
               AND DPAYBNM-X-STATUS = "O"
               AND DPAYBEN-ACCOUNT-NAME = DPAYBNM-X-NAME
               ADD 1 TO DPAYBNM-LOAD-SAME-CT
               ADD 1 TO DPAYBNM-NOT-REOPENED-CT
               MOVE "CLOSED BY SCHEME RETURN - NOT REOPENED"
                   TO DPAYBNM-D-DISP
               PERFORM 6800-FORMAT-ACCOUNT-VALUES
                   THRU 6800-EXIT
               MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-B-TEXT
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 3200-EXIT
           END-IF.
           MOVE "C" TO DPAYBNM-D-ACTION.
           PERFORM 6800-FORMAT-ACCOUNT-VALUES
               THRU 6800-EXIT.
           MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-B-TEXT.
           MOVE DPAYBNM-X-NAME TO DPAYBEN-ACCOUNT-NAME.
           MOVE "CHANGED" TO DPAYBNM-D-DISP.
           IF DPAYBEN-AC-CLOSED
               AND DPAYBEN-CLOSE-REASON NOT = SPACES
               AND DPAYBNM-X-STATUS = "O"
               ADD 1 TO DPAYBNM-NOT-REOPENED-CT
               MOVE "NAME CHANGED - CLOSED BY SCHEME RETURN"
                   TO DPAYBNM-D-DISP
           ELSE
               IF DPAYBEN-AC-STATUS NOT = DPAYBNM-X-STATUS
                   MOVE DPAYBNM-X-STATUS TO DPAYBEN-AC-STATUS
                   MOVE DPAYBNM-TODAY-ISO TO DPAYBEN-STATUS-DATE
                   MOVE DPAYBNM-X-SOURCE-ID TO DPAYBEN-STATUS-BY
                   MOVE SPACES TO DPAYBEN-CLOSE-REASON
               END-IF
           END-IF.
           REWRITE DPAYBEN-RECORD.
           PERFORM 6800-FORMAT-ACCOUNT-VALUES
               THRU 6800-EXIT.
           MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-A-TEXT.
           ADD 1 TO DPAYBNM-LOAD-CHANGED-CT.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       3200-EXIT.
           EXIT.

       4000-READ-CARD.
           READ DPAYBNMC-FILE
               AT END
                   SET DPAYBNM-CARDS-AT-EOF TO TRUE
           END-READ.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * ONE TRANSACTION.  A CARD FROM AN OPERATOR NOT ENTITLED TO     *
      * MAINTAIN THE BENEFICIARY FILE IS REJECTED FIRST; OTHER        *
      * VALIDATION FAILURES REJECT THE CARD WITH NOTHING APPLIED;     *
      * OTHERWISE THE ACTION IS APPLIED AND AUDITED WITH BEFORE AND   *
      * AFTER IMAGES.                                                 *
      *****************************************************************
       5000-PROCESS-CARD.
           MOVE DPAYBNMC-CARD TO DPAYBNM-CARD.
           ADD 1 TO DPAYBNM-CARD-CT.
           MOVE DPAYBNM-REC-TYPE TO DPAYBNM-D-REC-TYPE.
           MOVE DPAYBNM-ACTION TO DPAYBNM-D-ACTION.
           MOVE DPAYBNM-CREDIT-AC TO DPAYBNM-D-CREDIT-AC.
           MOVE DPAYBNM-NAME TO DPAYBNM-D-NAME.
           MOVE DPAYBNM-OPER-ID TO DPAYBNM-D-OPER.
           MOVE DPAYBNM-OPER-ID TO DPAYBNM-B-OPER.
           MOVE DPAYBNM-OPER-ID TO DPAYBNM-A-OPER.
           MOVE SPACES TO DPAYBNM-B-TEXT.
           MOVE SPACES TO DPAYBNM-A-TEXT.
           IF NOT DPAYBNM-ACCOUNT-CARD
               AND NOT DPAYBNM-RULES-CARD
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "INVALID RECORD TYPE" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5000-NEXT
           END-IF.
           CALL "DPAYOPV" USING DPAYBNM-OPER-ID, DPAYBNM-FUNCTION,
                                DPAYBNM-OPER-REASON.
           IF DPAYBNM-OPER-REASON NOT = SPACES
               ADD 1 TO DPAYBNM-OPER-REJECT-CT
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE DPAYBNM-OPER-REASON TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5000-NEXT
           END-IF.
           IF NOT DPAYBNM-ACT-ADD
               AND NOT DPAYBNM-ACT-CHANGE
               AND NOT DPAYBNM-ACT-DELETE
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "INVALID ACTION" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 5000-NEXT
           END-IF.
           IF DPAYBNM-ACCOUNT-CARD
               PERFORM 6000-APPLY-ACCOUNT-CARD
                   THRU 6000-EXIT
           ELSE
               PERFORM 6500-APPLY-RULES-CARD
                   THRU 6500-EXIT
           END-IF.
       5000-NEXT.
           PERFORM 4000-READ-CARD
               THRU 4000-EXIT.
       5000-EXIT.
           EXIT.

       5900-REJECT-CARD.
           ADD 1 TO DPAYBNM-REJECTED-CT.
       5900-EXIT.
           EXIT.

      *****************************************************************
      * APPLY A BENEFICIARY ACCOUNT TRANSACTION.  AN ADD MUST BE A    *
      * NEW ACCOUNT, A CHANGE OR DELETE AN EXISTING ONE.  A CHANGE OF *
      * STATUS IS STAMPED WITH TODAY'S DATE AND THE OPERATOR; AN      *
      * OPERATOR REOPENING AN ACCOUNT CLOSED BY A SCHEME RETURN       *
      * CLEARS THE SCHEME'S REASON.                                   *
      *****************************************************************
       6000-APPLY-ACCOUNT-CARD.
           IF DPAYBNM-CREDIT-AC = SPACES
               OR DPAYBNM-CREDIT-AC = DPAYBNM-RULES-KEY
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "INVALID CREDIT ACCOUNT" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6000-EXIT
           END-IF.
           IF NOT DPAYBNM-ACT-DELETE
               AND DPAYBNM-NAME = SPACES
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "ACCOUNT NAME MISSING" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6000-EXIT
           END-IF.
           IF NOT DPAYBNM-ACT-DELETE
               AND NOT DPAYBNM-STATUS-VALID
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "STATUS MUST BE O OR C" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6000-EXIT
           END-IF.
           MOVE DPAYBNM-CREDIT-AC TO DPAYBEN-CREDIT-AC.
           READ DPAYBEN-FILE
               KEY IS DPAYBEN-CREDIT-AC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYBNM-ACT-ADD
               PERFORM 6100-ADD-ACCOUNT
                   THRU 6100-EXIT
           ELSE
               IF DPAYBNM-ACT-CHANGE
                   PERFORM 6200-CHANGE-ACCOUNT
                       THRU 6200-EXIT
               ELSE
                   PERFORM 6300-DELETE-ACCOUNT
                       THRU 6300-EXIT
               END-IF
           END-IF.
       6000-EXIT.
           EXIT.

       6100-ADD-ACCOUNT.
           IF DPAYBNM-BEN-OK
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "ACCOUNT ALREADY ON FILE" TO DPAYBNM-D-DISP
               PERFORM 6800-FORMAT-ACCOUNT-VALUES
                   THRU 6800-EXIT
               MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-B-TEXT
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6100-EXIT
           END-IF.
           IF DPAYBNM-STATUS = SPACE
               MOVE "O" TO DPAYBNM-STATUS
           END-IF.
           MOVE "(NO RECORD)" TO DPAYBNM-B-TEXT.
           MOVE SPACES TO DPAYBEN-RECORD.
           MOVE DPAYBNM-CREDIT-AC TO DPAYBEN-CREDIT-AC.
           MOVE DPAYBNM-NAME TO DPAYBEN-ACCOUNT-NAME.
           MOVE DPAYBNM-STATUS TO DPAYBEN-AC-STATUS.
           MOVE DPAYBNM-TODAY-ISO TO DPAYBEN-STATUS-DATE.
           MOVE DPAYBNM-OPER-ID TO DPAYBEN-STATUS-BY.
           WRITE DPAYBEN-RECORD.
           PERFORM 6800-FORMAT-ACCOUNT-VALUES
               THRU 6800-EXIT.
           MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-A-TEXT.
           ADD 1 TO DPAYBNM-APPLIED-CT.
           MOVE "APPLIED" TO DPAYBNM-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       6100-EXIT.
           EXIT.

       6200-CHANGE-ACCOUNT.
           IF NOT DPAYBNM-BEN-OK
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "ACCOUNT NOT ON FILE" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6200-EXIT
           END-IF.
           PERFORM 6800-FORMAT-ACCOUNT-VALUES
               THRU 6800-EXIT.
           MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-B-TEXT.
           MOVE DPAYBNM-NAME TO DPAYBEN-ACCOUNT-NAME.
           IF DPAYBNM-STATUS NOT = SPACE
               AND DPAYBNM-STATUS NOT = DPAYBEN-AC-STATUS
               MOVE DPAYBNM-STATUS TO DPAYBEN-AC-STATUS
               MOVE DPAYBNM-TODAY-ISO TO DPAYBEN-STATUS-DATE
               MOVE DPAYBNM-OPER-ID TO DPAYBEN-STATUS-BY
               MOVE SPACES TO DPAYBEN-CLOSE-REASON
           END-IF.
           REWRITE DPAYBEN-RECORD.
           PERFORM 6800-FORMAT-ACCOUNT-VALUES
               THRU 6800-EXIT.
           MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-A-TEXT.
           ADD 1 TO DPAYBNM-APPLIED-CT.
           MOVE "APPLIED" TO DPAYBNM-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       6200-EXIT.
           EXIT.

       6300-DELETE-ACCOUNT.
           IF NOT DPAYBNM-BEN-OK
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "ACCOUNT NOT ON FILE" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6300-EXIT
           END-IF.
           PERFORM 6800-FORMAT-ACCOUNT-VALUES
               THRU 6800-EXIT.
           MOVE DPAYBNM-ACCOUNT-VALUES TO DPAYBNM-B-TEXT.
           DELETE DPAYBEN-FILE.
           MOVE "(DELETED)" TO DPAYBNM-A-TEXT.
           ADD 1 TO DPAYBNM-APPLIED-CT.
           MOVE "APPLIED" TO DPAYBNM-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       6300-EXIT.
           EXIT.

      *****************************************************************
      * APPLY A RULES TRANSACTION.  THE RULES RECORD IS KEYED         *
      * '*RULES'; AN ADD MUST FIND NONE, A CHANGE OR DELETE MUST FIND *
      * IT, AND EVERY ACTION MUST BE ONE DPAYCOP UNDERSTANDS.         *
      * DELETING IT PUTS DPAYCOP BACK ON ITS DEFAULTS.                *
      *****************************************************************
       6500-APPLY-RULES-CARD.
           MOVE DPAYBNM-RULES-KEY TO DPAYBNM-D-CREDIT-AC.
           IF NOT DPAYBNM-ACT-DELETE
               AND (NOT DPAYBNM-CLOSE-MATCH-VALID
                    OR NOT DPAYBNM-NO-MATCH-VALID
                    OR NOT DPAYBNM-CLOSED-VALID
                    OR NOT DPAYBNM-UNREG-VALID)
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "EACH ACTION MUST BE P, H OR R" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6500-EXIT
           END-IF.
           MOVE DPAYBNM-RULES-KEY TO DPAYBEN-CREDIT-AC.
           READ DPAYBEN-FILE
               KEY IS DPAYBEN-CREDIT-AC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYBNM-ACT-ADD
               AND DPAYBNM-BEN-OK
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "RULES ALREADY ON FILE" TO DPAYBNM-D-DISP
               PERFORM 6900-FORMAT-RULES-VALUES
                   THRU 6900-EXIT
               MOVE DPAYBNM-RULES-VALUES TO DPAYBNM-B-TEXT
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF NOT DPAYBNM-ACT-ADD
               AND NOT DPAYBNM-BEN-OK
               PERFORM 5900-REJECT-CARD
                   THRU 5900-EXIT
               MOVE "RULES NOT ON FILE" TO DPAYBNM-D-DISP
               PERFORM 7000-WRITE-AUDIT
                   THRU 7000-EXIT
               GO TO 6500-EXIT
           END-IF.
           IF DPAYBNM-ACT-ADD
               MOVE "(NO RECORD)" TO DPAYBNM-B-TEXT
               MOVE SPACES TO DPAYBEN-RECORD
               MOVE DPAYBNM-RULES-KEY TO DPAYBEN-CREDIT-AC
           ELSE
               PERFORM 6900-FORMAT-RULES-VALUES
                   THRU 6900-EXIT
               MOVE DPAYBNM-RULES-VALUES TO DPAYBNM-B-TEXT
           END-IF.
           IF DPAYBNM-ACT-DELETE
               DELETE DPAYBEN-FILE
               MOVE "(DELETED)" TO DPAYBNM-A-TEXT
           ELSE
               MOVE DPAYBNM-CLOSE-MATCH-ACT TO DPAYBEN-CLOSE-MATCH-ACT
               MOVE DPAYBNM-NO-MATCH-ACT TO DPAYBEN-NO-MATCH-ACT
               MOVE DPAYBNM-CLOSED-ACT TO DPAYBEN-CLOSED-ACT
               MOVE DPAYBNM-UNREG-ACT TO DPAYBEN-UNREG-ACT
               MOVE DPAYBNM-OPER-ID TO DPAYBEN-RULES-SET-BY
               MOVE DPAYBNM-TODAY-ISO TO DPAYBEN-RULES-DATE
               IF DPAYBNM-ACT-ADD
                   WRITE DPAYBEN-RECORD
               ELSE
                   REWRITE DPAYBEN-RECORD
               END-IF
               PERFORM 6900-FORMAT-RULES-VALUES
                   THRU 6900-EXIT
               MOVE DPAYBNM-RULES-VALUES TO DPAYBNM-A-TEXT
           END-IF.
           ADD 1 TO DPAYBNM-APPLIED-CT.
           MOVE "APPLIED" TO DPAYBNM-D-DISP.
           PERFORM 7000-WRITE-AUDIT
               THRU 7000-EXIT.
       6500-EXIT.
           EXIT.

       6800-FORMAT-ACCOUNT-VALUES.
           MOVE DPAYBEN-ACCOUNT-NAME TO DPAYBNM-V-NAME.
           MOVE DPAYBEN-AC-STATUS TO DPAYBNM-V-STATUS.
           MOVE DPAYBEN-STATUS-BY TO DPAYBNM-V-STATUS-BY.
       6800-EXIT.
           EXIT.

       6900-FORMAT-RULES-VALUES.
           MOVE DPAYBEN-CLOSE-MATCH-ACT TO DPAYBNM-V-CLOSE-MATCH.
           MOVE DPAYBEN-NO-MATCH-ACT TO DPAYBNM-V-NO-MATCH.
           MOVE DPAYBEN-CLOSED-ACT TO DPAYBNM-V-CLOSED.
           MOVE DPAYBEN-UNREG-ACT TO DPAYBNM-V-UNREG.
       6900-EXIT.
           EXIT.

      *****************************************************************
      * ONE AUDIT GROUP PER RECORD - THE DETAIL LINE, THEN THE BEFORE *
      * AND AFTER IMAGES WHERE A RECORD WAS INVOLVED.                 *
      *****************************************************************
       7000-WRITE-AUDIT.
           MOVE DPAYBNM-DETAIL-LINE TO DPAYBNMR-LINE.
           WRITE DPAYBNMR-LINE.
           IF DPAYBNM-B-TEXT NOT = SPACES
               MOVE DPAYBNM-BEFORE-LINE TO DPAYBNMR-LINE
               WRITE DPAYBNMR-LINE
           END-IF.
           IF DPAYBNM-A-TEXT NOT = SPACES
               MOVE DPAYBNM-AFTER-LINE TO DPAYBNMR-LINE
               WRITE DPAYBNMR-LINE
           END-IF.
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYBNM-LOAD-CT TO DPAYBNM-S-LOAD-CT.
           MOVE DPAYBNM-LOAD-ADDED-CT TO DPAYBNM-S-LOAD-ADDED-CT.
           MOVE DPAYBNM-LOAD-CHANGED-CT TO DPAYBNM-S-LOAD-CHANGED-CT.
           MOVE DPAYBNM-LOAD-SAME-CT TO DPAYBNM-S-LOAD-SAME-CT.
           MOVE DPAYBNM-LOAD-REJECTED-CT TO DPAYBNM-S-LOAD-REJECTED-CT.
           MOVE DPAYBNM-SUMMARY-1 TO DPAYBNMR-LINE.
           WRITE DPAYBNMR-LINE.
           MOVE DPAYBNM-NOT-REOPENED-CT TO DPAYBNM-S-NOT-REOPENED-CT.
           MOVE DPAYBNM-SUMMARY-2 TO DPAYBNMR-LINE.
           WRITE DPAYBNMR-LINE.
           MOVE DPAYBNM-CARD-CT TO DPAYBNM-S-CARD-CT.
           MOVE DPAYBNM-APPLIED-CT TO DPAYBNM-S-APPLIED-CT.
           MOVE DPAYBNM-REJECTED-CT TO DPAYBNM-S-REJECTED-CT.
           MOVE DPAYBNM-SUMMARY-3 TO DPAYBNMR-LINE.
           WRITE DPAYBNMR-LINE.
           MOVE DPAYBNM-OPER-REJECT-CT TO DPAYBNM-S-OPER-REJECT-CT.
           MOVE DPAYBNM-SUMMARY-4 TO DPAYBNMR-LINE.
           WRITE DPAYBNMR-LINE.
           IF DPAYBNM-LOAD-OPEN
               CLOSE DPAYBENL-FILE
           END-IF.
           IF DPAYBNM-CARDS-OPEN
               CLOSE DPAYBNMC-FILE
           END-IF.
           CLOSE DPAYBEN-FILE.
           CLOSE DPAYBNMR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "LOAD RECORDS" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYBNM-LOAD-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "CARDS READ" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYBNM-CARD-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "APPLIED" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYBNM-APPLIED-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYBNM-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
