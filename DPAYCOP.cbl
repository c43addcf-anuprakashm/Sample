      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYCOP                                          *
      * DESCRIPTION: Confirmation of payee.  Looks the credit account *
      *              (DFHCA-01-CREDIT-AC) up on the beneficiary       *
      *              reference file (DPAYBEN) and grades the payment: *
      *               - MATCH       - DFHCA-01-CREDIT-AC-CUSTNAME is  *
      *                               the registered account name,    *
      *                               case, punctuation and spacing   *
      *                               aside;                          *
      *               - CLOSE MATCH - the names differ only by an     *
      *                               initial for a forename or by a  *
      *                               slip of one or two letters;     *
      *               - NO MATCH    - anything else;                  *
      *               - AC CLOSED   - the account is marked closed;   *
      *               - NOT ON FILE - the account is not registered.  *
      *              What happens to anything but a match is set by   *
      *              the rules record on the same file - pass it,     *
      *              hold it for review (held-for-review status, the  *
      *              pre-hold status kept, released or rejected       *
      *              through DPAYDSP) or reject it - both with a      *
      *              return code and a message giving the grade; for  *
      *              a close match the message gives the registered   *
      *              name so the channel can offer it back to the     *
      *              customer.  Every payment graded other than a     *
      *              match is listed on the payee check report        *
      *              (DPAYCOPR).                                      *
      *              A MISSING BENEFICIARY FILE MEANS NO CHECK        *
      *              APPLIES.  CALLed BY DPAYPROC AFTER THE WATCHLIST *
      *              SCREEN AND BEFORE THE TARIFF AND EDIT CHECKS.    *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/02/11  RSH  INITIAL VERSION.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYCOP.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  11/02/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYBEN-FILE ASSIGN TO "DPAYBEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYBEN-CREDIT-AC
               FILE STATUS IS DPAYCOP-BEN-STATUS.

           SELECT DPAYCOPR-FILE ASSIGN TO "DPAYCOPR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCOP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYBEN-FILE.
           COPY DPAYBEN.

       FD  DPAYCOPR-FILE
           RECORDING MODE IS F.
       01  DPAYCOPR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYCOP-BEN-STATUS         PIC X(02).
           88  DPAYCOP-BEN-OK             VALUE "00".
           88  DPAYCOP-BEN-NOT-FOUND      VALUE "23", "35".

       77  DPAYCOP-REPORT-STATUS      PIC X(02).
           88  DPAYCOP-REPORT-OK          VALUE "00".
           88  DPAYCOP-REPORT-NOT-FOUND   VALUE "35".

       77  DPAYCOP-FILE-SW            PIC X(01).
           88  DPAYCOP-FILE-PRESENT        VALUE "Y".

       77  DPAYCOP-GRADE              PIC X(01).
           88  DPAYCOP-GRADE-MATCH         VALUE "M".
           88  DPAYCOP-GRADE-CLOSE         VALUE "C".
           88  DPAYCOP-GRADE-NO-MATCH      VALUE "N".
           88  DPAYCOP-GRADE-AC-CLOSED     VALUE "X".
           88  DPAYCOP-GRADE-NOT-ON-FILE   VALUE "U".

       77  DPAYCOP-ACTION             PIC X(01).
           88  DPAYCOP-ACT-PASS            VALUE "P".
           88  DPAYCOP-ACT-HOLD            VALUE "H".
           88  DPAYCOP-ACT-REJECT          VALUE "R".

       77  DPAYCOP-RETCD-PAYEE        PIC S9(4) VALUE +75.

       77  DPAYCOP-IX                 PIC 9(03) COMP.
       77  DPAYCOP-DIFF-CT            PIC 9(03) COMP.

       77  DPAYCOP-CHAR               PIC X(01).
           88  DPAYCOP-CHAR-ALNUM          VALUE "A" THRU "Z",
                                                 "0" THRU "9".

       77  DPAYCOP-IN-WORD-SW         PIC X(01).
           88  DPAYCOP-IN-WORD             VALUE "Y".

      *****************************************************************
      * WHAT TO DO WITH EACH GRADE - THE RULES RECORD WHEN THERE IS   *
      * ONE, OTHERWISE THESE DEFAULTS.                                *
      *****************************************************************
       01  DPAYCOP-RULES.
           05  DPAYCOP-CLOSE-MATCH-ACT    PIC X(01).
           05  DPAYCOP-NO-MATCH-ACT       PIC X(01).
           05  DPAYCOP-CLOSED-ACT         PIC X(01).
           05  DPAYCOP-UNREG-ACT          PIC X(01).

       01  DPAYCOP-DEFAULT-RULES      PIC X(04) VALUE "HHRP".

       01  DPAYCOP-RULES-KEY          PIC X(16) VALUE "*RULES".

       01  DPAYCOP-REGISTERED-NAME    PIC X(50).

      *****************************************************************
      * ONE NAME BROKEN DOWN FOR COMPARISON: UPPER-CASED, SQUEEZED TO *
      * ITS LETTERS AND DIGITS, WITH ITS FIRST INITIAL, ITS NUMBER OF *
      * WORDS AND ITS LAST WORD (THE SURNAME OR THE LAST WORD OF A    *
      * BUSINESS NAME).                                               *
      *****************************************************************
       01  DPAYCOP-SCAN.
           05  DPAYCOP-SCAN-NAME          PIC X(50).
           05  DPAYCOP-SCAN-CHARS REDEFINES DPAYCOP-SCAN-NAME.
               10  DPAYCOP-SCAN-CHAR      PIC X(01) OCCURS 50.
           05  DPAYCOP-SCAN-SQUEEZED      PIC X(50).
           05  DPAYCOP-SQZ-CHARS REDEFINES DPAYCOP-SCAN-SQUEEZED.
               10  DPAYCOP-SQZ-CHAR       PIC X(01) OCCURS 50.
           05  DPAYCOP-SCAN-LEN           PIC 9(03) COMP.
           05  DPAYCOP-SCAN-WORDS         PIC 9(03) COMP.
           05  DPAYCOP-SCAN-INITIAL       PIC X(01).
           05  DPAYCOP-SCAN-WORD-START    PIC 9(03) COMP.
           05  DPAYCOP-SCAN-LAST-START    PIC 9(03) COMP.
           05  DPAYCOP-SCAN-LAST-END      PIC 9(03) COMP.
           05  DPAYCOP-SCAN-LAST-WORD     PIC X(50).

       01  DPAYCOP-SUPPLIED.
           05  DPAYCOP-SUP-SQUEEZED       PIC X(50).
           05  DPAYCOP-SUP-SQZ-CHARS REDEFINES DPAYCOP-SUP-SQUEEZED.
               10  DPAYCOP-SUP-SQZ-CHAR   PIC X(01) OCCURS 50.
           05  DPAYCOP-SUP-LEN            PIC 9(03) COMP.
           05  DPAYCOP-SUP-WORDS          PIC 9(03) COMP.
           05  DPAYCOP-SUP-INITIAL        PIC X(01).
           05  DPAYCOP-SUP-LAST-WORD      PIC X(50).

       01  DPAYCOP-REGISTERED.
           05  DPAYCOP-REG-SQUEEZED       PIC X(50).
           05  DPAYCOP-REG-SQZ-CHARS REDEFINES DPAYCOP-REG-SQUEEZED.
               10  DPAYCOP-REG-SQZ-CHAR   PIC X(01) OCCURS 50.
           05  DPAYCOP-REG-LEN            PIC 9(03) COMP.
           05  DPAYCOP-REG-WORDS          PIC 9(03) COMP.
           05  DPAYCOP-REG-INITIAL        PIC X(01).
           05  DPAYCOP-REG-LAST-WORD      PIC X(50).

       01  DPAYCOP-LOWER-CASE         PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  DPAYCOP-UPPER-CASE         PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  DPAYCOP-MSG-GRADE          PIC X(28).
       01  DPAYCOP-MSG-ACTION         PIC X(15).
       01  DPAYCOP-MSG-WORK           PIC X(200).

       01  DPAYCOP-DETAIL-LINE.
           05  DPAYCOP-D-TS               PIC X(19).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCOP-D-CONSENT-ID       PIC 9(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCOP-D-CREDIT-AC        PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCOP-D-GRADE            PIC X(14).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCOP-D-ACTION           PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCOP-D-SUPPLIED-NAME    PIC X(50).

       01  DPAYCOP-REGISTERED-LINE.
           05  FILLER                     PIC X(58) VALUE SPACES.
           05  FILLER                     PIC X(18)
               VALUE "REGISTERED NAME : ".
           05  DPAYCOP-R-NAME             PIC X(50).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DPAYTST.

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAINLINE.
           PERFORM 1000-READ-BENEFICIARY
               THRU 1000-EXIT.
           IF NOT DPAYCOP-FILE-PRESENT
               GOBACK
           END-IF.
           IF NOT DPAYCOP-GRADE-NOT-ON-FILE
               AND NOT DPAYCOP-GRADE-AC-CLOSED
               PERFORM 2000-GRADE-NAMES
                   THRU 2000-EXIT
           END-IF.
           IF NOT DPAYCOP-GRADE-MATCH
               PERFORM 3000-APPLY-RULE
                   THRU 3000-EXIT
           END-IF.
           GOBACK.

      *****************************************************************
      * READ THE RULES RECORD AND THE CREDIT ACCOUNT.  A MISSING      *
      * BENEFICIARY FILE MEANS NO CHECK APPLIES; AN ACTION ON THE     *
      * RULES RECORD THAT IS NOT P, H OR R LEAVES THE DEFAULT.        *
      *****************************************************************
       1000-READ-BENEFICIARY.
           MOVE "N" TO DPAYCOP-FILE-SW.
           MOVE DPAYCOP-DEFAULT-RULES TO DPAYCOP-RULES.
           MOVE SPACES TO DPAYCOP-REGISTERED-NAME.
           OPEN INPUT DPAYBEN-FILE.
           IF NOT DPAYCOP-BEN-OK
               GO TO 1000-EXIT
           END-IF.
           SET DPAYCOP-FILE-PRESENT TO TRUE.
           MOVE DPAYCOP-RULES-KEY TO DPAYBEN-CREDIT-AC.
           READ DPAYBEN-FILE
               KEY IS DPAYBEN-CREDIT-AC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYCOP-BEN-OK
               PERFORM 1100-TAKE-RULES
                   THRU 1100-EXIT
           END-IF.
           MOVE DFHCA-01-CREDIT-AC TO DPAYBEN-CREDIT-AC.
           READ DPAYBEN-FILE
               KEY IS DPAYBEN-CREDIT-AC
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYCOP-BEN-OK
               OR DPAYBEN-RULES-RECORD
               SET DPAYCOP-GRADE-NOT-ON-FILE TO TRUE
           ELSE
               MOVE DPAYBEN-ACCOUNT-NAME TO DPAYCOP-REGISTERED-NAME
               IF DPAYBEN-AC-CLOSED
                   SET DPAYCOP-GRADE-AC-CLOSED TO TRUE
               ELSE
                   SET DPAYCOP-GRADE-NO-MATCH TO TRUE
               END-IF
           END-IF.
           CLOSE DPAYBEN-FILE.
       1000-EXIT.
           EXIT.

       1100-TAKE-RULES.
           MOVE DPAYBEN-CLOSE-MATCH-ACT TO DPAYCOP-ACTION.
           IF DPAYCOP-ACT-PASS OR DPAYCOP-ACT-HOLD
               OR DPAYCOP-ACT-REJECT
               MOVE DPAYCOP-ACTION TO DPAYCOP-CLOSE-MATCH-ACT
           END-IF.
           MOVE DPAYBEN-NO-MATCH-ACT TO DPAYCOP-ACTION.
           IF DPAYCOP-ACT-PASS OR DPAYCOP-ACT-HOLD
               OR DPAYCOP-ACT-REJECT
               MOVE DPAYCOP-ACTION TO DPAYCOP-NO-MATCH-ACT
           END-IF.
           MOVE DPAYBEN-CLOSED-ACT TO DPAYCOP-ACTION.
           IF DPAYCOP-ACT-PASS OR DPAYCOP-ACT-HOLD
               OR DPAYCOP-ACT-REJECT
               MOVE DPAYCOP-ACTION TO DPAYCOP-CLOSED-ACT
           END-IF.
           MOVE DPAYBEN-UNREG-ACT TO DPAYCOP-ACTION.
           IF DPAYCOP-ACT-PASS OR DPAYCOP-ACT-HOLD
               OR DPAYCOP-ACT-REJECT
               MOVE DPAYCOP-ACTION TO DPAYCOP-UNREG-ACT
           END-IF.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * GRADE THE SUPPLIED NAME AGAINST THE REGISTERED ONE.  THE      *
      * NAMES MATCH WHEN THEY AGREE LETTER FOR LETTER ONCE CASE,      *
      * PUNCTUATION AND SPACING ARE SET ASIDE.  THEY ARE A CLOSE      *
      * MATCH WHEN BOTH HAVE AT LEAST TWO WORDS AND AGREE ON THE      *
      * FIRST INITIAL AND THE LAST WORD (J SMITH FOR JOHN SMITH), OR  *
      * WHEN THEY ARE THE SAME LENGTH - FIVE OR MORE - AND DIFFER IN  *
      * NO MORE THAN TWO PLACES (A TYPING SLIP OR TWO LETTERS         *
      * TRANSPOSED).  A BLANK SUPPLIED NAME IS NO MATCH.              *
      *****************************************************************
       2000-GRADE-NAMES.
           MOVE DFHCA-01-CREDIT-AC-CUSTNAME TO DPAYCOP-SCAN-NAME.
           PERFORM 2100-SCAN-NAME
               THRU 2100-EXIT.
           MOVE DPAYCOP-SCAN-SQUEEZED TO DPAYCOP-SUP-SQUEEZED.
           MOVE DPAYCOP-SCAN-LEN TO DPAYCOP-SUP-LEN.
           MOVE DPAYCOP-SCAN-WORDS TO DPAYCOP-SUP-WORDS.
           MOVE DPAYCOP-SCAN-INITIAL TO DPAYCOP-SUP-INITIAL.
           MOVE DPAYCOP-SCAN-LAST-WORD TO DPAYCOP-SUP-LAST-WORD.
           MOVE DPAYCOP-REGISTERED-NAME TO DPAYCOP-SCAN-NAME.
           PERFORM 2100-SCAN-NAME
               THRU 2100-EXIT.
           MOVE DPAYCOP-SCAN-SQUEEZED TO DPAYCOP-REG-SQUEEZED.
           MOVE DPAYCOP-SCAN-LEN TO DPAYCOP-REG-LEN.
           MOVE DPAYCOP-SCAN-WORDS TO DPAYCOP-REG-WORDS.
           MOVE DPAYCOP-SCAN-INITIAL TO DPAYCOP-REG-INITIAL.
           MOVE DPAYCOP-SCAN-LAST-WORD TO DPAYCOP-REG-LAST-WORD.
           SET DPAYCOP-GRADE-NO-MATCH TO TRUE.
           IF DPAYCOP-SUP-LEN = ZERO
               OR DPAYCOP-REG-LEN = ZERO
               GO TO 2000-EXIT
           END-IF.
           IF DPAYCOP-SUP-SQUEEZED = DPAYCOP-REG-SQUEEZED
               SET DPAYCOP-GRADE-MATCH TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF DPAYCOP-SUP-WORDS > 1
               AND DPAYCOP-REG-WORDS > 1
               AND DPAYCOP-SUP-INITIAL = DPAYCOP-REG-INITIAL
               AND DPAYCOP-SUP-LAST-WORD = DPAYCOP-REG-LAST-WORD
               SET DPAYCOP-GRADE-CLOSE TO TRUE
               GO TO 2000-EXIT
           END-IF.
           IF DPAYCOP-SUP-LEN = DPAYCOP-REG-LEN
               AND DPAYCOP-SUP-LEN NOT < 5
               MOVE ZERO TO DPAYCOP-DIFF-CT
               PERFORM 2200-COUNT-DIFFERENCE
                   THRU 2200-EXIT
                   VARYING DPAYCOP-IX FROM 1 BY 1
                   UNTIL DPAYCOP-IX > DPAYCOP-SUP-LEN
               IF DPAYCOP-DIFF-CT NOT > 2
                   SET DPAYCOP-GRADE-CLOSE TO TRUE
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * BREAK DOWN THE NAME IN DPAYCOP-SCAN-NAME.  ANYTHING NOT A     *
      * LETTER OR DIGIT SEPARATES WORDS AND IS DROPPED FROM THE       *
      * SQUEEZED FORM.                                                *
      *****************************************************************
       2100-SCAN-NAME.
           INSPECT DPAYCOP-SCAN-NAME
               CONVERTING DPAYCOP-LOWER-CASE TO DPAYCOP-UPPER-CASE.
           MOVE SPACES TO DPAYCOP-SCAN-SQUEEZED.
           MOVE SPACES TO DPAYCOP-SCAN-INITIAL.
           MOVE SPACES TO DPAYCOP-SCAN-LAST-WORD.
           MOVE ZERO TO DPAYCOP-SCAN-LEN.
           MOVE ZERO TO DPAYCOP-SCAN-WORDS.
           MOVE ZERO TO DPAYCOP-SCAN-WORD-START.
           MOVE ZERO TO DPAYCOP-SCAN-LAST-START.
           MOVE ZERO TO DPAYCOP-SCAN-LAST-END.
           MOVE "N" TO DPAYCOP-IN-WORD-SW.
           PERFORM 2110-SCAN-CHARACTER
               THRU 2110-EXIT
               VARYING DPAYCOP-IX FROM 1 BY 1
               UNTIL DPAYCOP-IX > 50.
           IF DPAYCOP-SCAN-LAST-END > ZERO
               MOVE DPAYCOP-SCAN-NAME (DPAYCOP-SCAN-LAST-START:
                   DPAYCOP-SCAN-LAST-END - DPAYCOP-SCAN-LAST-START + 1)
                   TO DPAYCOP-SCAN-LAST-WORD
           END-IF.
       2100-EXIT.
           EXIT.

       2110-SCAN-CHARACTER.
           MOVE DPAYCOP-SCAN-CHAR (DPAYCOP-IX) TO DPAYCOP-CHAR.
           IF NOT DPAYCOP-CHAR-ALNUM
               MOVE "N" TO DPAYCOP-IN-WORD-SW
               GO TO 2110-EXIT
           END-IF.
           IF NOT DPAYCOP-IN-WORD
               SET DPAYCOP-IN-WORD TO TRUE
               ADD 1 TO DPAYCOP-SCAN-WORDS
               MOVE DPAYCOP-IX TO DPAYCOP-SCAN-WORD-START
           END-IF.
           IF DPAYCOP-SCAN-LEN = ZERO
               MOVE DPAYCOP-CHAR TO DPAYCOP-SCAN-INITIAL
           END-IF.
           ADD 1 TO DPAYCOP-SCAN-LEN.
           MOVE DPAYCOP-CHAR TO DPAYCOP-SQZ-CHAR (DPAYCOP-SCAN-LEN).
           MOVE DPAYCOP-SCAN-WORD-START TO DPAYCOP-SCAN-LAST-START.
           MOVE DPAYCOP-IX TO DPAYCOP-SCAN-LAST-END.
       2110-EXIT.
           EXIT.

       2200-COUNT-DIFFERENCE.
           IF DPAYCOP-SUP-SQZ-CHAR (DPAYCOP-IX) NOT =
                   DPAYCOP-REG-SQZ-CHAR (DPAYCOP-IX)
               ADD 1 TO DPAYCOP-DIFF-CT
           END-IF.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * APPLY THE RULE FOR THE GRADE.  A HOLD KEEPS THE STATUS THE    *
      * SUBMISSION CARRIED, AS THE WATCHLIST AND DUPLICATE HOLDS DO,  *
      * SO A RELEASE (DPAYDSP) RESTORES IT; A REJECT IS FINAL.  A     *
      * PASS LEAVES THE CONSENT ALONE.  WHATEVER THE ACTION, THE      *
      * PAYMENT IS LISTED ON THE PAYEE CHECK REPORT.                  *
      *****************************************************************
       3000-APPLY-RULE.
           EVALUATE TRUE
               WHEN DPAYCOP-GRADE-CLOSE
                   MOVE DPAYCOP-CLOSE-MATCH-ACT TO DPAYCOP-ACTION
                   MOVE "PAYEE NAME IS A CLOSE MATCH"
                       TO DPAYCOP-MSG-GRADE
                   MOVE "CLOSE MATCH" TO DPAYCOP-D-GRADE
               WHEN DPAYCOP-GRADE-NO-MATCH
                   MOVE DPAYCOP-NO-MATCH-ACT TO DPAYCOP-ACTION
                   MOVE "PAYEE NAME DOES NOT MATCH" TO DPAYCOP-MSG-GRADE
                   MOVE "NO MATCH" TO DPAYCOP-D-GRADE
               WHEN DPAYCOP-GRADE-AC-CLOSED
                   MOVE DPAYCOP-CLOSED-ACT TO DPAYCOP-ACTION
                   MOVE "PAYEE ACCOUNT IS CLOSED" TO DPAYCOP-MSG-GRADE
                   MOVE "AC CLOSED" TO DPAYCOP-D-GRADE
               WHEN OTHER
                   MOVE DPAYCOP-UNREG-ACT TO DPAYCOP-ACTION
                   MOVE "PAYEE ACCOUNT NOT REGISTERED"
                       TO DPAYCOP-MSG-GRADE
                   MOVE "NOT ON FILE" TO DPAYCOP-D-GRADE
           END-EVALUATE.
           IF DPAYCOP-ACT-HOLD
               MOVE DFHCA-01-CONSENT-STATUS TO DFHCA-01-PRE-HOLD-STATUS
               SET DFHCA-01-CONSENT-HELD TO TRUE
               MOVE "HELD FOR REVIEW" TO DPAYCOP-MSG-ACTION
               MOVE "HELD" TO DPAYCOP-D-ACTION
           END-IF.
           IF DPAYCOP-ACT-REJECT
               SET DFHCA-01-CONSENT-REJECTED TO TRUE
               MOVE "REJECTED" TO DPAYCOP-MSG-ACTION
               MOVE "REJECTED" TO DPAYCOP-D-ACTION
           END-IF.
           IF DPAYCOP-ACT-PASS
               MOVE "PASSED" TO DPAYCOP-D-ACTION
           ELSE
               MOVE DPAYCOP-RETCD-PAYEE TO DFHCA-01-RETURN-CD
               PERFORM 3100-BUILD-MESSAGE
                   THRU 3100-EXIT
           END-IF.
           PERFORM 4000-WRITE-REPORT
               THRU 4000-EXIT.
       3000-EXIT.
           EXIT.

       3100-BUILD-MESSAGE.
           MOVE SPACES TO DPAYCOP-MSG-WORK.
           IF DPAYCOP-GRADE-CLOSE
               STRING DPAYCOP-MSG-GRADE DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      DPAYCOP-MSG-ACTION DELIMITED BY "  "
                      " - ACCOUNT NAME : " DELIMITED BY SIZE
                      DPAYCOP-REGISTERED-NAME DELIMITED BY SIZE
                   INTO DPAYCOP-MSG-WORK
               END-STRING
           ELSE
               STRING DPAYCOP-MSG-GRADE DELIMITED BY "  "
                      " - " DELIMITED BY SIZE
                      DPAYCOP-MSG-ACTION DELIMITED BY "  "
                   INTO DPAYCOP-MSG-WORK
               END-STRING
           END-IF.
           MOVE DPAYCOP-MSG-WORK TO DFHCA-01-ERROR-MSG.
       3100-EXIT.
           EXIT.

       4000-WRITE-REPORT.
           OPEN EXTEND DPAYCOPR-FILE.
           IF DPAYCOP-REPORT-NOT-FOUND
               OPEN OUTPUT DPAYCOPR-FILE
               CLOSE DPAYCOPR-FILE
               OPEN EXTEND DPAYCOPR-FILE
           END-IF.
           MOVE DFHCA-01-CREATE-TS (1:19) TO DPAYCOP-D-TS.
           MOVE DFHCA-01-CONSENT-ID TO DPAYCOP-D-CONSENT-ID.
           MOVE DFHCA-01-CREDIT-AC TO DPAYCOP-D-CREDIT-AC.
           MOVE DFHCA-01-CREDIT-AC-CUSTNAME TO DPAYCOP-D-SUPPLIED-NAME.
           MOVE DPAYCOP-DETAIL-LINE TO DPAYCOPR-LINE.
           WRITE DPAYCOPR-LINE.
           IF NOT DPAYCOP-GRADE-NOT-ON-FILE
               MOVE DPAYCOP-REGISTERED-NAME TO DPAYCOP-R-NAME
               MOVE DPAYCOP-REGISTERED-LINE TO DPAYCOPR-LINE
               WRITE DPAYCOPR-LINE
           END-IF.
           CLOSE DPAYCOPR-FILE.
       4000-EXIT.
           EXIT.
