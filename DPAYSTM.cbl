      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYSTM                                          *
      * DESCRIPTION: Monthly customer payment statement, one per      *
      *              debit account (DFHCA-01-DEBIT-AC).  Every        *
      *              consent captured in the statement period is      *
      *              listed from both the consent master (DPAYMAS)    *
      *              and the archive (DPAYARCH) - beneficiary,        *
      *              amount and currency, the consent and payment     *
      *              status as they now stand, each charge line with  *
      *              who bears it, and for a payment returned by the  *
      *              scheme, rejected or cancelled the reason held on *
      *              the consent.  Each statement ends with a summary *
      *              per currency : the payments still in progress at *
      *              the start of the period (opening), those         *
      *              captured in it, those that completed in it -     *
      *              settled, or not paid (returned, rejected,        *
      *              cancelled or expired) - and those still in       *
      *              progress at its end (closing), so that OPENING + *
      *              NEW - SETTLED - NOT PAID = CLOSING.  Where a     *
      *              consent stood at either end of the period is     *
      *              taken from the permanent status history          *
      *              (DPAYHSTF); a consent with no history there is   *
      *              taken as it now stands if it last changed within *
      *              the period, and as in progress otherwise.        *
      *              The statements are written print-ready to        *
      *              DPAYSTMP and as '|'-delimited records to         *
      *              DPAYSTMD for the e-statement channel :           *
      *                H|ACCOUNT|NAME|FROM|TO|PRODUCED                *
      *                D|ACCOUNT|CREATED|CONSENT-ID|PAY-ID|CREDIT-AC| *
      *                  PAYEE|AMOUNT|CUR|CONSENT ST|PAY ST|REASON    *
      *                C|ACCOUNT|CONSENT-ID|BEARER|TYPE|AMOUNT|CUR    *
      *                S|ACCOUNT|CUR|OPENING CT|AMOUNT|NEW CT|AMOUNT| *
      *                  SETTLED CT|AMOUNT|NOT PAID CT|AMOUNT|        *
      *                  CLOSING CT|AMOUNT                            *
      *                T|STATEMENTS|PAYMENTS LISTED  (LAST RECORD)    *
      *              The run, its period and its counts are printed   *
      *              on DPAYSTMR.                                     *
      *              Without a parameter card the run is the monthly  *
      *              one: the previous calendar month, every account. *
      *              A card asks for a one-off run - a single account *
      *              and/or a date range - and carries the ID of the  *
      *              operator asking; an operator DPAYOPV does not    *
      *              know, or who is not entitled to DPAYSTM, gets no *
      *              statements and the rejection is printed.         *
      *                                                               *
      * INPUT CARD FORMAT (DPAYSTMC) - OPTIONAL :                     *
      *   COLS 1-10  PERIOD FROM YYYY-MM-DD  } BOTH BLANK = THE       *
      *   COLS 11-20 PERIOD TO   YYYY-MM-DD  } PREVIOUS CALENDAR MONTH*
      *   COLS 21-36 DEBIT ACCOUNT (SPACES = EVERY ACCOUNT)           *
      *   COLS 73-80 OPERATOR ID                                      *
      *                                                               *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/04/08  RSH  INITIAL VERSION.                              *
      *  19/05/13  RSH  REGISTER START AND FINISH ON THE RUN-CONTROL  *
      *                 LEDGER (DPAYRUN); A REFUSED START ENDS RC 16. *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYSTM.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  08/04/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYSTMC-FILE ASSIGN TO "DPAYSTMC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-CARD-STATUS.

           SELECT DPAYMAS-FILE ASSIGN TO "DPAYMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
               ALTERNATE RECORD KEY IS
                   DFHCA-01-DOMESTIC-PAY-ID IN DPAYMAS-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DPAYSTM-MASTER-STATUS.

           SELECT DPAYARCH-FILE ASSIGN TO "DPAYARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DFHCA-01-CONSENT-ID IN DPAYARC-RECORD
               ALTERNATE RECORD KEY IS
                   DFHCA-01-DOMESTIC-PAY-ID IN DPAYARC-RECORD
                   WITH DUPLICATES
               FILE STATUS IS DPAYSTM-ARCH-STATUS.

           SELECT DPAYHSTF-FILE ASSIGN TO "DPAYHSTF"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-HIST-STATUS.

           SELECT DPAYSTWA-FILE ASSIGN TO "DPAYSTWA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-ACTW-STATUS.

           SELECT DPAYSRT1-FILE ASSIGN TO "DPAYSSW1".

           SELECT DPAYSTWB-FILE ASSIGN TO "DPAYSTWB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-ACTS-STATUS.

           SELECT DPAYSTWC-FILE ASSIGN TO "DPAYSTWC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-STMW-STATUS.

           SELECT DPAYSRT2-FILE ASSIGN TO "DPAYSSW2".

           SELECT DPAYSTWD-FILE ASSIGN TO "DPAYSTWD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-STMS-STATUS.

           SELECT DPAYSTMP-FILE ASSIGN TO "DPAYSTMP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-PRINT-STATUS.

           SELECT DPAYSTMD-FILE ASSIGN TO "DPAYSTMD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-DELIM-STATUS.

           SELECT DPAYSTMR-FILE ASSIGN TO "DPAYSTMR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYSTM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYSTMC-FILE
           RECORDING MODE IS F.
       01  DPAYSTMC-CARD.
           05  DPAYSTMC-DATE-FROM         PIC X(10).
           05  DPAYSTMC-DATE-TO           PIC X(10).
           05  DPAYSTMC-DEBIT-AC          PIC X(16).
           05  FILLER                     PIC X(36).
           05  DPAYSTMC-OPER-ID           PIC X(08).

       FD  DPAYMAS-FILE.
           COPY DPAYMAS.

       FD  DPAYARCH-FILE.
           COPY DPAYARC.

       FD  DPAYHSTF-FILE
           RECORDING MODE IS F.
           COPY DPAYHST.

       FD  DPAYSTWA-FILE
           RECORDING MODE IS F.
       01  DPAYSTWA-RECORD                PIC X(1301).

       SD  DPAYSRT1-FILE.
       01  DPAYSRT1-RECORD.
           05  DPAYSRT1-CONSENT-ID        PIC 9(09).
           05  DPAYSRT1-REC-TYPE          PIC X(01).
           05  DPAYSRT1-EVENT-TS          PIC X(32).
           05  DPAYSRT1-REST              PIC X(1259).

       FD  DPAYSTWB-FILE
           RECORDING MODE IS F.
       01  DPAYSTWB-RECORD                PIC X(1301).

       FD  DPAYSTWC-FILE
           RECORDING MODE IS F.
       01  DPAYSTWC-RECORD                PIC X(1298).

       SD  DPAYSRT2-FILE.
       01  DPAYSRT2-RECORD.
           05  DPAYSRT2-DEBIT-AC          PIC X(16).
           05  DPAYSRT2-CREATE-DATE       PIC X(10).
           05  DPAYSRT2-CONSENT-ID        PIC 9(09).
           05  DPAYSRT2-REST              PIC X(1263).

       FD  DPAYSTWD-FILE
           RECORDING MODE IS F.
       01  DPAYSTWD-RECORD                PIC X(1298).

       FD  DPAYSTMP-FILE
           RECORDING MODE IS F.
       01  DPAYSTMP-LINE                  PIC X(132).

       FD  DPAYSTMD-FILE
           RECORDING MODE IS F.
       01  DPAYSTMD-RECORD                PIC X(600).

       FD  DPAYSTMR-FILE
           RECORDING MODE IS F.
       01  DPAYSTMR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYSTM-CARD-STATUS        PIC X(02).
           88  DPAYSTM-CARD-OK            VALUE "00".
           88  DPAYSTM-CARD-NOT-FOUND     VALUE "35".

       77  DPAYSTM-MASTER-STATUS      PIC X(02).
           88  DPAYSTM-MASTER-EOF         VALUE "10".
           88  DPAYSTM-MASTER-NOT-FOUND   VALUE "35".

       77  DPAYSTM-ARCH-STATUS        PIC X(02).
           88  DPAYSTM-ARCH-EOF           VALUE "10".
           88  DPAYSTM-ARCH-NOT-FOUND     VALUE "35".

       77  DPAYSTM-HIST-STATUS        PIC X(02).
           88  DPAYSTM-HIST-EOF           VALUE "10".
           88  DPAYSTM-HIST-NOT-FOUND     VALUE "35".

       77  DPAYSTM-ACTW-STATUS        PIC X(02).

       77  DPAYSTM-ACTS-STATUS        PIC X(02).
           88  DPAYSTM-ACTS-EOF           VALUE "10".

       77  DPAYSTM-STMW-STATUS        PIC X(02).

       77  DPAYSTM-STMS-STATUS        PIC X(02).
           88  DPAYSTM-STMS-EOF           VALUE "10".

       77  DPAYSTM-PRINT-STATUS       PIC X(02).
       77  DPAYSTM-DELIM-STATUS       PIC X(02).
       77  DPAYSTM-REPORT-STATUS      PIC X(02).

       77  DPAYSTM-CARD-SW            PIC X(01) VALUE "N".
           88  DPAYSTM-CARD-SUPPLIED       VALUE "Y".

       77  DPAYSTM-HIST-SEEN-SW       PIC X(01) VALUE "N".
           88  DPAYSTM-HIST-SEEN           VALUE "Y".

       77  DPAYSTM-FOUND-SW           PIC X(01) VALUE "N".
           88  DPAYSTM-CUR-FOUND           VALUE "Y".

       77  DPAYSTM-OPER-ID            PIC X(08) VALUE SPACES.
       77  DPAYSTM-FUNCTION           PIC X(08) VALUE "DPAYSTM".
       77  DPAYSTM-OPER-REASON        PIC X(30) VALUE SPACES.

       77  DPAYSTM-CURR-ID            PIC 9(09).
       77  DPAYSTM-CURR-DEBIT         PIC X(16).
       77  DPAYSTM-CREATE-DATE        PIC X(10).
       77  DPAYSTM-UPDATE-DATE        PIC X(10).
       77  DPAYSTM-DAY-INTEGER        PIC S9(09) COMP.

       77  DPAYSTM-CUR-SUB            PIC 9(03) COMP.
       77  DPAYSTM-CUR-CT             PIC 9(03) COMP VALUE 0.
       77  DPAYSTM-CUR-MAX            PIC 9(03) COMP VALUE 50.
       77  DPAYSTM-CHG-SUB            PIC 9(03) COMP.

       77  DPAYSTM-CONSENT-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSTM-STATEMENT-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSTM-LISTED-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSTM-CHARGE-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSTM-AC-LISTED-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYSTM-UNSUMMED-CT        PIC 9(07) COMP-3 VALUE 0.

      *****************************************************************
      * THE STATEMENT PERIOD, AS ISO DATES TO COMPARE AGAINST THE     *
      * COMMAREA TIMESTAMPS.                                          *
      *****************************************************************
       01  DPAYSTM-PERIOD.
           05  DPAYSTM-PERIOD-FROM        PIC X(10).
           05  DPAYSTM-PERIOD-TO          PIC X(10).
           05  DPAYSTM-SEL-DEBIT-AC       PIC X(16).

      *****************************************************************
      * A CONSENT STATUS IS FINAL ONCE SETTLED, REJECTED, EXPIRED OR  *
      * CANCELLED; ANYTHING ELSE IS STILL IN PROGRESS.                *
      *****************************************************************
       01  DPAYSTM-START-STATUS       PIC X(01).
           88  DPAYSTM-START-FINAL        VALUE "S", "R", "X", "C".
       01  DPAYSTM-END-STATUS         PIC X(01).
           88  DPAYSTM-END-FINAL          VALUE "S", "R", "X", "C".

      *****************************************************************
      * ACTIVITY WORK RECORD - ONE 'P' RECORD PER CONSENT FROM THE    *
      * MASTER AND THE ARCHIVE CARRYING ITS WHOLE IMAGE, ONE 'E'      *
      * RECORD PER STATUS-HISTORY EVENT.  SORTED ON CONSENT-ID, TYPE  *
      * AND EVENT TIMESTAMP SO A CONSENT'S EVENTS COME JUST BEFORE    *
      * THE CONSENT ITSELF, OLDEST FIRST.                             *
      *****************************************************************
       01  DPAYSTM-ACTIVITY.
           05  DPAYSTM-ACT-CONSENT-ID     PIC 9(09).
           05  DPAYSTM-ACT-REC-TYPE       PIC X(01).
               88  DPAYSTM-ACT-EVENT          VALUE "E".
               88  DPAYSTM-ACT-PAYMENT        VALUE "P".
           05  DPAYSTM-ACT-EVENT-TS       PIC X(32).
           05  DPAYSTM-ACT-BODY           PIC X(1259).
           05  DPAYSTM-ACT-EVENT-BODY REDEFINES DPAYSTM-ACT-BODY.
               10  DPAYSTM-ACT-NEW-STATUS PIC X(01).
               10  FILLER                 PIC X(1258).

      *****************************************************************
      * STATEMENT WORK RECORD - ONE PER CONSENT THAT BELONGS ON A     *
      * STATEMENT, WITH WHERE IT STOOD AGAINST THE PERIOD.            *
      *****************************************************************
       01  DPAYSTM-STMT.
           05  DPAYSTM-STM-DEBIT-AC       PIC X(16).
           05  DPAYSTM-STM-CREATE-DATE    PIC X(10).
           05  DPAYSTM-STM-CONSENT-ID     PIC 9(09).
           05  DPAYSTM-STM-NEW-SW         PIC X(01).
               88  DPAYSTM-STM-NEW            VALUE "Y".
           05  DPAYSTM-STM-OPENING-SW     PIC X(01).
               88  DPAYSTM-STM-OPENING        VALUE "Y".
           05  DPAYSTM-STM-CLOSING-SW     PIC X(01).
               88  DPAYSTM-STM-CLOSING        VALUE "Y".
           05  DPAYSTM-STM-END-STATUS     PIC X(01).
           05  DPAYSTM-IMAGE.
               COPY DPAYTST.

      *****************************************************************
      * THE STATEMENT IN HAND - ITS SUMMARY BY CURRENCY.  A CURRENCY  *
      * BEYOND THE TABLE IS LISTED BUT NOT SUMMARISED, AND THE        *
      * STATEMENT SAYS SO.                                            *
      *****************************************************************
       01  DPAYSTM-CUR-TABLE.
           05  DPAYSTM-CUR-ENTRY OCCURS 50 TIMES.
               10  DPAYSTM-CUR-CODE       PIC X(03).
               10  DPAYSTM-CUR-OPEN-CT    PIC 9(07) COMP-3.
               10  DPAYSTM-CUR-OPEN-AMT   PIC S9(12)V99 COMP-3.
               10  DPAYSTM-CUR-NEW-CT     PIC 9(07) COMP-3.
               10  DPAYSTM-CUR-NEW-AMT    PIC S9(12)V99 COMP-3.
               10  DPAYSTM-CUR-SETL-CT    PIC 9(07) COMP-3.
               10  DPAYSTM-CUR-SETL-AMT   PIC S9(12)V99 COMP-3.
               10  DPAYSTM-CUR-UNPD-CT    PIC 9(07) COMP-3.
               10  DPAYSTM-CUR-UNPD-AMT   PIC S9(12)V99 COMP-3.
               10  DPAYSTM-CUR-CLOSE-CT   PIC 9(07) COMP-3.
               10  DPAYSTM-CUR-CLOSE-AMT  PIC S9(12)V99 COMP-3.

       01  DPAYSTM-TODAY-DATE         PIC X(08).
       01  DPAYSTM-TODAY-DATE-N REDEFINES DPAYSTM-TODAY-DATE
                                      PIC 9(08).

       01  DPAYSTM-WORK-DATE          PIC X(08).
       01  DPAYSTM-WORK-DATE-N REDEFINES DPAYSTM-WORK-DATE
                                      PIC 9(08).

       01  DPAYSTM-WORK-YYYYMM.
           05  DPAYSTM-WORK-YEAR          PIC 9(04).
           05  DPAYSTM-WORK-MONTH         PIC 9(02).

       01  DPAYSTM-ISO-DATE.
           05  DPAYSTM-ISO-YEAR           PIC X(04).
           05  DPAYSTM-ISO-SEP-1          PIC X(01).
           05  DPAYSTM-ISO-MONTH          PIC X(02).
           05  DPAYSTM-ISO-SEP-2          PIC X(01).
           05  DPAYSTM-ISO-DAY            PIC X(02).
       01  DPAYSTM-ISO-DATE-OK-SW     PIC X(01).
           88  DPAYSTM-ISO-DATE-OK        VALUE "Y".

       01  DPAYSTM-PRODUCED-DATE.
           05  DPAYSTM-PRD-YEAR           PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYSTM-PRD-MONTH          PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYSTM-PRD-DAY            PIC X(02).

      *****************************************************************
      * THE STATUSES IN WORDS FOR THE CUSTOMER, AND THE REASON LINE.  *
      *****************************************************************
       01  DPAYSTM-STATUS-TEXT        PIC X(14).
       01  DPAYSTM-PAY-TEXT           PIC X(10).
       01  DPAYSTM-BEARER-TEXT        PIC X(14).
       01  DPAYSTM-REASON-LABEL       PIC X(11).
       01  DPAYSTM-REASON-TEXT        PIC X(200).

      *****************************************************************
      * THE DELIMITED RECORD UNDER CONSTRUCTION AND THE VALUE IN      *
      * HAND.                                                         *
      *****************************************************************
       01  DPAYSTM-OUT-LINE           PIC X(600).
       77  DPAYSTM-OUT-PTR            PIC 9(04) COMP.

       01  DPAYSTM-VALUE-TEXT         PIC X(200).
       77  DPAYSTM-VALUE-LEN          PIC 9(03) COMP.

       01  DPAYSTM-ID-TEXT            PIC 9(09).
       01  DPAYSTM-AMT-TEXT           PIC -9(10).99.
       01  DPAYSTM-TOT-TEXT           PIC -9(12).99.
       01  DPAYSTM-CT-TEXT            PIC 9(07).

       01  DPAYSTM-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYSTM - CUSTOMER PAYMENT STATEMENT RUN".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYSTM-H1-DATE            PIC X(10).

       01  DPAYSTM-RUN-LINE.
           05  FILLER                     PIC X(09) VALUE "PERIOD : ".
           05  DPAYSTM-R-FROM             PIC X(10).
           05  FILLER                     PIC X(04) VALUE " TO ".
           05  DPAYSTM-R-TO               PIC X(10).
           05  FILLER                     PIC X(13)
               VALUE "   ACCOUNT : ".
           05  DPAYSTM-R-ACCOUNT          PIC X(16).
           05  FILLER                     PIC X(14)
               VALUE "   OPERATOR : ".
           05  DPAYSTM-R-OPER             PIC X(08).

       01  DPAYSTM-REJECT-LINE.
           05  FILLER                     PIC X(26)
               VALUE "STATEMENT RUN REJECTED - ".
           05  DPAYSTM-RJ-REASON          PIC X(30).

       01  DPAYSTM-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "CONSENTS CONSIDERED  : ".
           05  DPAYSTM-S-CONSENT-CT       PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "STATEMENTS PRODUCED  : ".
           05  DPAYSTM-S-STATEMENT-CT     PIC ZZZ,ZZ9.

       01  DPAYSTM-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "PAYMENTS LISTED      : ".
           05  DPAYSTM-S-LISTED-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "CHARGE LINES LISTED  : ".
           05  DPAYSTM-S-CHARGE-CT        PIC ZZZ,ZZ9.

      *****************************************************************
      * THE PRINTED STATEMENT.                                        *
      *****************************************************************
       01  DPAYSTM-STMT-HEAD-1.
           05  FILLER                     PIC X(40)
               VALUE "PAYMENT STATEMENT".
           05  FILLER                     PIC X(10) VALUE "PRODUCED ".
           05  DPAYSTM-SH1-DATE           PIC X(10).

       01  DPAYSTM-STMT-HEAD-2.
           05  FILLER                     PIC X(10) VALUE "ACCOUNT : ".
           05  DPAYSTM-SH2-ACCOUNT        PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SH2-NAME           PIC X(50).

       01  DPAYSTM-STMT-HEAD-3.
           05  FILLER                     PIC X(10) VALUE "PERIOD  : ".
           05  DPAYSTM-SH3-FROM           PIC X(10).
           05  FILLER                     PIC X(04) VALUE " TO ".
           05  DPAYSTM-SH3-TO             PIC X(10).

       01  DPAYSTM-STMT-HEAD-4.
           05  FILLER                     PIC X(12) VALUE "DATE".
           05  FILLER                     PIC X(11) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(32) VALUE "PAYEE".
           05  FILLER                     PIC X(18)
               VALUE "PAYEE ACCOUNT".
           05  FILLER                     PIC X(04) VALUE "CUR".
           05  FILLER                     PIC X(16)
               VALUE "        AMOUNT".
           05  FILLER                     PIC X(16) VALUE "STATUS".
           05  FILLER                     PIC X(10) VALUE "PAYMENT".

       01  DPAYSTM-STMT-DETAIL.
           05  DPAYSTM-SD-DATE            PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SD-ID              PIC 9(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SD-PAYEE           PIC X(30).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SD-CREDIT-AC       PIC X(16).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SD-CUR             PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYSTM-SD-AMOUNT          PIC Z(9)9.99-.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SD-STATUS          PIC X(14).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SD-PAY             PIC X(10).

       01  DPAYSTM-STMT-CHARGE.
           05  FILLER                     PIC X(23) VALUE SPACES.
           05  FILLER                     PIC X(09) VALUE "CHARGE : ".
           05  DPAYSTM-SC-TYPE            PIC X(20).
           05  FILLER                     PIC X(21) VALUE SPACES.
           05  DPAYSTM-SC-CUR             PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYSTM-SC-AMOUNT          PIC Z(9)9.99-.
           05  FILLER                     PIC X(13)
               VALUE "  BORNE BY : ".
           05  DPAYSTM-SC-BEARER          PIC X(14).

       01  DPAYSTM-STMT-REASON.
           05  FILLER                     PIC X(23) VALUE SPACES.
           05  DPAYSTM-SR-LABEL           PIC X(11).
           05  FILLER                     PIC X(02) VALUE ": ".
           05  DPAYSTM-SR-TEXT            PIC X(96).

       01  DPAYSTM-STMT-NONE.
           05  FILLER                     PIC X(34)
               VALUE "NO PAYMENTS CAPTURED IN THE PERIOD".

       01  DPAYSTM-STMT-SUM-HEAD-1.
           05  FILLER                     PIC X(20)
               VALUE "SUMMARY BY CURRENCY".

       01  DPAYSTM-STMT-SUM-HEAD-2.
           05  FILLER                     PIC X(05) VALUE "CUR".
           05  FILLER                     PIC X(23)
               VALUE "   OPENING".
           05  FILLER                     PIC X(23)
               VALUE "       NEW".
           05  FILLER                     PIC X(23)
               VALUE "   SETTLED".
           05  FILLER                     PIC X(23)
               VALUE "  NOT PAID".
           05  FILLER                     PIC X(23)
               VALUE "   CLOSING".

       01  DPAYSTM-STMT-SUM-LINE.
           05  DPAYSTM-SS-CUR             PIC X(03).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SS-OPEN-CT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYSTM-SS-OPEN-AMT        PIC Z(9)9.99-.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SS-NEW-CT          PIC ZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYSTM-SS-NEW-AMT         PIC Z(9)9.99-.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SS-SETL-CT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYSTM-SS-SETL-AMT        PIC Z(9)9.99-.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SS-UNPD-CT         PIC ZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYSTM-SS-UNPD-AMT        PIC Z(9)9.99-.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYSTM-SS-CLOSE-CT        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYSTM-SS-CLOSE-AMT       PIC Z(9)9.99-.

       01  DPAYSTM-STMT-UNSUMMED.
           05  FILLER                     PIC X(40)
               VALUE "PAYMENTS IN CURRENCIES NOT SUMMARISED : ".
           05  DPAYSTM-SU-CT              PIC ZZ,ZZ9.

       01  DPAYSTM-STMT-END.
           05  FILLER                     PIC X(20)
               VALUE "*** END OF STATEMENT".
           05  FILLER                     PIC X(04) VALUE " ***".

       01  DPAYSTM-RUN-PARMS.
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
           IF DPAYSTM-OPER-REASON = SPACES
               PERFORM 1500-COMBINE-ACTIVITY
                   THRU 1500-EXIT
               SORT DPAYSRT1-FILE
                   ON ASCENDING KEY DPAYSRT1-CONSENT-ID
                                    DPAYSRT1-REC-TYPE
                                    DPAYSRT1-EVENT-TS
                   USING DPAYSTWA-FILE
                   GIVING DPAYSTWB-FILE
               PERFORM 2000-PLACE-IN-PERIOD
                   THRU 2000-EXIT
               SORT DPAYSRT2-FILE
                   ON ASCENDING KEY DPAYSRT2-DEBIT-AC
                                    DPAYSRT2-CREATE-DATE
                                    DPAYSRT2-CONSENT-ID
                   USING DPAYSTWC-FILE
                   GIVING DPAYSTWD-FILE
               PERFORM 3000-PRODUCE-STATEMENTS
                   THRU 3000-EXIT
               PERFORM 4900-WRITE-TRAILER
                   THRU 4900-EXIT
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
           MOVE "DPAYSTM" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYSTM-RUN-PARMS.
       0100-EXIT.
           EXIT.

      *****************************************************************
      * WORK OUT THE PERIOD - THE CARD'S, OR THE PREVIOUS CALENDAR    *
      * MONTH - AND CHECK THE OPERATOR ON A ONE-OFF REQUEST.  A       *
      * REJECTED RUN PRODUCES NO STATEMENTS.                          *
      *****************************************************************
       1000-INITIALISE.
           ACCEPT DPAYSTM-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYSTM-TODAY-DATE (1:4) TO DPAYSTM-PRD-YEAR.
           MOVE DPAYSTM-TODAY-DATE (5:2) TO DPAYSTM-PRD-MONTH.
           MOVE DPAYSTM-TODAY-DATE (7:2) TO DPAYSTM-PRD-DAY.
           MOVE SPACES TO DPAYSTM-PERIOD.
           PERFORM 1100-READ-PARAMETER-CARD
               THRU 1100-EXIT.
           IF DPAYSTM-PERIOD-FROM = SPACES
               AND DPAYSTM-PERIOD-TO = SPACES
               PERFORM 1200-SET-PREVIOUS-MONTH
                   THRU 1200-EXIT
           END-IF.
           OPEN OUTPUT DPAYSTMP-FILE.
           OPEN OUTPUT DPAYSTMD-FILE.
           OPEN OUTPUT DPAYSTMR-FILE.
           MOVE DPAYSTM-PRODUCED-DATE TO DPAYSTM-H1-DATE.
           MOVE DPAYSTM-HEADING-1 TO DPAYSTMR-LINE.
           WRITE DPAYSTMR-LINE.
           MOVE DPAYSTM-PERIOD-FROM TO DPAYSTM-R-FROM.
           MOVE DPAYSTM-PERIOD-TO TO DPAYSTM-R-TO.
           IF DPAYSTM-SEL-DEBIT-AC = SPACES
               MOVE "ALL" TO DPAYSTM-R-ACCOUNT
           ELSE
               MOVE DPAYSTM-SEL-DEBIT-AC TO DPAYSTM-R-ACCOUNT
           END-IF.
           MOVE DPAYSTM-OPER-ID TO DPAYSTM-R-OPER.
           MOVE DPAYSTM-RUN-LINE TO DPAYSTMR-LINE.
           WRITE DPAYSTMR-LINE.
           IF DPAYSTM-CARD-SUPPLIED
               CALL "DPAYOPV" USING DPAYSTM-OPER-ID, DPAYSTM-FUNCTION,
                                    DPAYSTM-OPER-REASON
           END-IF.
           IF DPAYSTM-OPER-REASON = SPACES
               PERFORM 1300-CHECK-PERIOD
                   THRU 1300-EXIT
           END-IF.
           IF DPAYSTM-OPER-REASON NOT = SPACES
               MOVE DPAYSTM-OPER-REASON TO DPAYSTM-RJ-REASON
               MOVE DPAYSTM-REJECT-LINE TO DPAYSTMR-LINE
               WRITE DPAYSTMR-LINE
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * NO CARD FILE, OR AN EMPTY ONE, IS THE SCHEDULED MONTHLY RUN.  *
      *****************************************************************
       1100-READ-PARAMETER-CARD.
           OPEN INPUT DPAYSTMC-FILE.
           IF DPAYSTM-CARD-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.
           READ DPAYSTMC-FILE
               AT END
                   CONTINUE
           END-READ.
           IF DPAYSTM-CARD-OK
               SET DPAYSTM-CARD-SUPPLIED TO TRUE
               MOVE DPAYSTMC-DATE-FROM TO DPAYSTM-PERIOD-FROM
               MOVE DPAYSTMC-DATE-TO TO DPAYSTM-PERIOD-TO
               MOVE DPAYSTMC-DEBIT-AC TO DPAYSTM-SEL-DEBIT-AC
               MOVE DPAYSTMC-OPER-ID TO DPAYSTM-OPER-ID
           END-IF.
           CLOSE DPAYSTMC-FILE.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * THE PREVIOUS CALENDAR MONTH - THE FIRST OF IT, AND THE DAY    *
      * BEFORE THE FIRST OF THIS MONTH.                               *
      *****************************************************************
       1200-SET-PREVIOUS-MONTH.
           MOVE DPAYSTM-TODAY-DATE (1:6) TO DPAYSTM-WORK-YYYYMM.
           MOVE DPAYSTM-TODAY-DATE (1:6) TO DPAYSTM-WORK-DATE (1:6).
           MOVE "01" TO DPAYSTM-WORK-DATE (7:2).
           COMPUTE DPAYSTM-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (DPAYSTM-WORK-DATE-N) - 1.
           COMPUTE DPAYSTM-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER (DPAYSTM-DAY-INTEGER).
           MOVE DPAYSTM-WORK-DATE (1:4) TO DPAYSTM-ISO-YEAR.
           MOVE "-" TO DPAYSTM-ISO-SEP-1.
           MOVE DPAYSTM-WORK-DATE (5:2) TO DPAYSTM-ISO-MONTH.
           MOVE "-" TO DPAYSTM-ISO-SEP-2.
           MOVE DPAYSTM-WORK-DATE (7:2) TO DPAYSTM-ISO-DAY.
           MOVE DPAYSTM-ISO-DATE TO DPAYSTM-PERIOD-TO.
           MOVE "01" TO DPAYSTM-ISO-DAY.
           MOVE DPAYSTM-ISO-DATE TO DPAYSTM-PERIOD-FROM.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * A ONE-OFF PERIOD NEEDS BOTH DATES, EACH A REAL YYYY-MM-DD,    *
      * THE FIRST NOT AFTER THE SECOND.                               *
      *****************************************************************
       1300-CHECK-PERIOD.
           MOVE DPAYSTM-PERIOD-FROM TO DPAYSTM-ISO-DATE.
           PERFORM 1310-CHECK-ISO-DATE
               THRU 1310-EXIT.
           IF NOT DPAYSTM-ISO-DATE-OK
               MOVE "INVALID STATEMENT PERIOD" TO DPAYSTM-OPER-REASON
               GO TO 1300-EXIT
           END-IF.
           MOVE DPAYSTM-PERIOD-TO TO DPAYSTM-ISO-DATE.
           PERFORM 1310-CHECK-ISO-DATE
               THRU 1310-EXIT.
           IF NOT DPAYSTM-ISO-DATE-OK
               OR DPAYSTM-PERIOD-FROM > DPAYSTM-PERIOD-TO
               MOVE "INVALID STATEMENT PERIOD" TO DPAYSTM-OPER-REASON
           END-IF.
       1300-EXIT.
           EXIT.

       1310-CHECK-ISO-DATE.
           MOVE "N" TO DPAYSTM-ISO-DATE-OK-SW.
           IF DPAYSTM-ISO-SEP-1 NOT = "-"
               OR DPAYSTM-ISO-SEP-2 NOT = "-"
               GO TO 1310-EXIT
           END-IF.
           MOVE DPAYSTM-ISO-YEAR TO DPAYSTM-WORK-DATE (1:4).
           MOVE DPAYSTM-ISO-MONTH TO DPAYSTM-WORK-DATE (5:2).
           MOVE DPAYSTM-ISO-DAY TO DPAYSTM-WORK-DATE (7:2).
           IF DPAYSTM-WORK-DATE-N NOT NUMERIC
               GO TO 1310-EXIT
           END-IF.
           IF DPAYSTM-WORK-DATE (5:2) < "01"
               OR DPAYSTM-WORK-DATE (5:2) > "12"
               OR DPAYSTM-WORK-DATE (7:2) < "01"
               OR DPAYSTM-WORK-DATE (7:2) > "31"
               GO TO 1310-EXIT
           END-IF.
           SET DPAYSTM-ISO-DATE-OK TO TRUE.
       1310-EXIT.
           EXIT.

      *****************************************************************
      * GATHER ONTO ONE WORK FILE EVERY CONSENT FOR THE ACCOUNT(S)    *
      * CAPTURED BY THE END OF THE PERIOD, FROM THE MASTER AND THE    *
      * ARCHIVE, AND EVERY STATUS CHANGE UP TO THE END OF THE PERIOD. *
      * ANY OF THE THREE MAY BE MISSING.                              *
      *****************************************************************
       1500-COMBINE-ACTIVITY.
           OPEN OUTPUT DPAYSTWA-FILE.
           OPEN INPUT DPAYMAS-FILE.
           IF NOT DPAYSTM-MASTER-NOT-FOUND
               PERFORM 1510-READ-MASTER
                   THRU 1510-EXIT
               PERFORM 1520-COMBINE-MASTER
                   THRU 1520-EXIT
                   UNTIL DPAYSTM-MASTER-EOF
               CLOSE DPAYMAS-FILE
           END-IF.
           OPEN INPUT DPAYARCH-FILE.
           IF NOT DPAYSTM-ARCH-NOT-FOUND
               PERFORM 1530-READ-ARCHIVE
                   THRU 1530-EXIT
               PERFORM 1540-COMBINE-ARCHIVE
                   THRU 1540-EXIT
                   UNTIL DPAYSTM-ARCH-EOF
               CLOSE DPAYARCH-FILE
           END-IF.
           OPEN INPUT DPAYHSTF-FILE.
           IF NOT DPAYSTM-HIST-NOT-FOUND
               PERFORM 1550-READ-HISTORY
                   THRU 1550-EXIT
               PERFORM 1560-COMBINE-HISTORY
                   THRU 1560-EXIT
                   UNTIL DPAYSTM-HIST-EOF
               CLOSE DPAYHSTF-FILE
           END-IF.
           CLOSE DPAYSTWA-FILE.
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
           IF (DPAYSTM-SEL-DEBIT-AC = SPACES
               OR DFHCA-01-DEBIT-AC IN DPAYMAS-RECORD
                   = DPAYSTM-SEL-DEBIT-AC)
               AND DFHCA-01-CREATE-TS IN DPAYMAS-RECORD (1:10)
                   NOT > DPAYSTM-PERIOD-TO
               MOVE SPACES TO DPAYSTM-ACTIVITY
               MOVE DFHCA-01-CONSENT-ID IN DPAYMAS-RECORD
                   TO DPAYSTM-ACT-CONSENT-ID
               SET DPAYSTM-ACT-PAYMENT TO TRUE
               MOVE DPAYMAS-RECORD TO DPAYSTM-ACT-BODY
               MOVE DPAYSTM-ACTIVITY TO DPAYSTWA-RECORD
               WRITE DPAYSTWA-RECORD
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
           IF (DPAYSTM-SEL-DEBIT-AC = SPACES
               OR DFHCA-01-DEBIT-AC IN DPAYARC-RECORD
                   = DPAYSTM-SEL-DEBIT-AC)
               AND DFHCA-01-CREATE-TS IN DPAYARC-RECORD (1:10)
                   NOT > DPAYSTM-PERIOD-TO
               MOVE SPACES TO DPAYSTM-ACTIVITY
               MOVE DFHCA-01-CONSENT-ID IN DPAYARC-RECORD
                   TO DPAYSTM-ACT-CONSENT-ID
               SET DPAYSTM-ACT-PAYMENT TO TRUE
               MOVE DPAYARC-RECORD TO DPAYSTM-ACT-BODY
               MOVE DPAYSTM-ACTIVITY TO DPAYSTWA-RECORD
               WRITE DPAYSTWA-RECORD
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

       1560-COMBINE-HISTORY.
           IF DPAYHST-EVENT-TS (1:10) NOT > DPAYSTM-PERIOD-TO
               MOVE SPACES TO DPAYSTM-ACTIVITY
               MOVE DPAYHST-CONSENT-ID TO DPAYSTM-ACT-CONSENT-ID
               SET DPAYSTM-ACT-EVENT TO TRUE
               MOVE DPAYHST-EVENT-TS TO DPAYSTM-ACT-EVENT-TS
               MOVE DPAYHST-NEW-STATUS TO DPAYSTM-ACT-NEW-STATUS
               MOVE DPAYSTM-ACTIVITY TO DPAYSTWA-RECORD
               WRITE DPAYSTWA-RECORD
           END-IF.
           PERFORM 1550-READ-HISTORY
               THRU 1550-EXIT.
       1560-EXIT.
           EXIT.

      *****************************************************************
      * WORK OUT WHERE EACH CONSENT STOOD AT THE START AND THE END OF *
      * THE PERIOD FROM ITS STATUS HISTORY (THE SORT PUT ITS EVENTS   *
      * JUST BEFORE IT, OLDEST FIRST), AND KEEP IT FOR ITS STATEMENT  *
      * IF IT WAS CAPTURED IN THE PERIOD OR WAS STILL IN PROGRESS AT  *
      * THE START OF IT.  EVENTS FOR OTHER ACCOUNTS' CONSENTS FIND NO *
      * CONSENT AND FALL AWAY.                                        *
      *****************************************************************
       2000-PLACE-IN-PERIOD.
           OPEN INPUT DPAYSTWB-FILE.
           OPEN OUTPUT DPAYSTWC-FILE.
           MOVE ZERO TO DPAYSTM-CURR-ID.
           PERFORM 2050-READ-ACTIVITY
               THRU 2050-EXIT.
           PERFORM 2100-PROCESS-ACTIVITY
               THRU 2100-EXIT
               UNTIL DPAYSTM-ACTS-EOF.
           CLOSE DPAYSTWB-FILE.
           CLOSE DPAYSTWC-FILE.
       2000-EXIT.
           EXIT.

       2050-READ-ACTIVITY.
           READ DPAYSTWB-FILE INTO DPAYSTM-ACTIVITY
               AT END
                   CONTINUE
           END-READ.
       2050-EXIT.
           EXIT.

       2100-PROCESS-ACTIVITY.
           IF DPAYSTM-ACT-CONSENT-ID NOT = DPAYSTM-CURR-ID
               MOVE DPAYSTM-ACT-CONSENT-ID TO DPAYSTM-CURR-ID
               MOVE SPACES TO DPAYSTM-START-STATUS
               MOVE SPACES TO DPAYSTM-END-STATUS
               MOVE "N" TO DPAYSTM-HIST-SEEN-SW
           END-IF.
           IF DPAYSTM-ACT-EVENT
               SET DPAYSTM-HIST-SEEN TO TRUE
               IF DPAYSTM-ACT-EVENT-TS (1:10) < DPAYSTM-PERIOD-FROM
                   MOVE DPAYSTM-ACT-NEW-STATUS TO DPAYSTM-START-STATUS
               END-IF
               MOVE DPAYSTM-ACT-NEW-STATUS TO DPAYSTM-END-STATUS
           ELSE
               PERFORM 2200-CLASSIFY-CONSENT
                   THRU 2200-EXIT
           END-IF.
           PERFORM 2050-READ-ACTIVITY
               THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

      *****************************************************************
      * A CONSENT WITH NO HISTORY STANDS AS IT IS NOW IF IT LAST      *
      * CHANGED BY THE DATE IN QUESTION, AND IN PROGRESS IF IT HAS    *
      * CHANGED SINCE.                                                *
      *****************************************************************
       2200-CLASSIFY-CONSENT.
           ADD 1 TO DPAYSTM-CONSENT-CT.
           MOVE SPACES TO DPAYSTM-STMT.
           MOVE DPAYSTM-ACT-BODY TO DPAYSTM-IMAGE.
           MOVE DFHCA-01-CREATE-TS IN DPAYSTM-IMAGE (1:10)
               TO DPAYSTM-CREATE-DATE.
           MOVE DFHCA-01-LAST-UPDATE-TS IN DPAYSTM-IMAGE (1:10)
               TO DPAYSTM-UPDATE-DATE.
           IF NOT DPAYSTM-HIST-SEEN
               MOVE "P" TO DPAYSTM-START-STATUS
               MOVE "P" TO DPAYSTM-END-STATUS
               IF DPAYSTM-UPDATE-DATE < DPAYSTM-PERIOD-FROM
                   MOVE DFHCA-01-CONSENT-STATUS IN DPAYSTM-IMAGE
                       TO DPAYSTM-START-STATUS
               END-IF
               IF DPAYSTM-UPDATE-DATE NOT > DPAYSTM-PERIOD-TO
                   MOVE DFHCA-01-CONSENT-STATUS IN DPAYSTM-IMAGE
                       TO DPAYSTM-END-STATUS
               END-IF
           END-IF.
           MOVE "N" TO DPAYSTM-STM-NEW-SW.
           MOVE "N" TO DPAYSTM-STM-OPENING-SW.
           MOVE "N" TO DPAYSTM-STM-CLOSING-SW.
           IF DPAYSTM-CREATE-DATE < DPAYSTM-PERIOD-FROM
               IF NOT DPAYSTM-START-FINAL
                   SET DPAYSTM-STM-OPENING TO TRUE
               END-IF
           ELSE
               SET DPAYSTM-STM-NEW TO TRUE
           END-IF.
           IF NOT DPAYSTM-STM-NEW
               AND NOT DPAYSTM-STM-OPENING
               GO TO 2200-EXIT
           END-IF.
           IF NOT DPAYSTM-END-FINAL
               SET DPAYSTM-STM-CLOSING TO TRUE
           END-IF.
           MOVE DFHCA-01-DEBIT-AC IN DPAYSTM-IMAGE
               TO DPAYSTM-STM-DEBIT-AC.
           MOVE DPAYSTM-CREATE-DATE TO DPAYSTM-STM-CREATE-DATE.
           MOVE DFHCA-01-CONSENT-ID IN DPAYSTM-IMAGE
               TO DPAYSTM-STM-CONSENT-ID.
           MOVE DPAYSTM-END-STATUS TO DPAYSTM-STM-END-STATUS.
           MOVE DPAYSTM-STMT TO DPAYSTWC-RECORD.
           WRITE DPAYSTWC-RECORD.
       2200-EXIT.
           EXIT.

      *****************************************************************
      * ONE STATEMENT PER DEBIT ACCOUNT, ITS CONSENTS IN DATE ORDER.  *
      *****************************************************************
       3000-PRODUCE-STATEMENTS.
           OPEN INPUT DPAYSTWD-FILE.
           PERFORM 3050-READ-STATEMENT-ITEM
               THRU 3050-EXIT.
           PERFORM 3100-PRODUCE-ONE-STATEMENT
               THRU 3100-EXIT
               UNTIL DPAYSTM-STMS-EOF.
           CLOSE DPAYSTWD-FILE.
       3000-EXIT.
           EXIT.

       3050-READ-STATEMENT-ITEM.
           READ DPAYSTWD-FILE INTO DPAYSTM-STMT
               AT END
                   CONTINUE
           END-READ.
       3050-EXIT.
           EXIT.

       3100-PRODUCE-ONE-STATEMENT.
           ADD 1 TO DPAYSTM-STATEMENT-CT.
           MOVE DPAYSTM-STM-DEBIT-AC TO DPAYSTM-CURR-DEBIT.
           MOVE ZERO TO DPAYSTM-CUR-CT.
           MOVE ZERO TO DPAYSTM-AC-LISTED-CT.
           MOVE ZERO TO DPAYSTM-UNSUMMED-CT.
           PERFORM 3200-STATEMENT-HEADING
               THRU 3200-EXIT.
           PERFORM 3300-TAKE-STATEMENT-ITEM
               THRU 3300-EXIT
               UNTIL DPAYSTM-STMS-EOF
               OR DPAYSTM-STM-DEBIT-AC NOT = DPAYSTM-CURR-DEBIT.
           IF DPAYSTM-AC-LISTED-CT = ZERO
               MOVE DPAYSTM-STMT-NONE TO DPAYSTMP-LINE
               WRITE DPAYSTMP-LINE
           END-IF.
           PERFORM 3700-STATEMENT-SUMMARY
               THRU 3700-EXIT.
       3100-EXIT.
           EXIT.

       3200-STATEMENT-HEADING.
           MOVE SPACES TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           MOVE DPAYSTM-PRODUCED-DATE TO DPAYSTM-SH1-DATE.
           MOVE DPAYSTM-STMT-HEAD-1 TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           MOVE DPAYSTM-CURR-DEBIT TO DPAYSTM-SH2-ACCOUNT.
           MOVE DFHCA-01-DEBIT-AC-CUSTNAME IN DPAYSTM-IMAGE
               TO DPAYSTM-SH2-NAME.
           MOVE DPAYSTM-STMT-HEAD-2 TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           MOVE DPAYSTM-PERIOD-FROM TO DPAYSTM-SH3-FROM.
           MOVE DPAYSTM-PERIOD-TO TO DPAYSTM-SH3-TO.
           MOVE DPAYSTM-STMT-HEAD-3 TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           MOVE SPACES TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           MOVE DPAYSTM-STMT-HEAD-4 TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           PERFORM 4100-DELIMITED-HEADER
               THRU 4100-EXIT.
       3200-EXIT.
           EXIT.

      *****************************************************************
      * LIST THE CONSENT IF IT WAS CAPTURED IN THE PERIOD, AND COUNT  *
      * IT INTO ITS CURRENCY'S SUMMARY - OPENING IF IN PROGRESS AT    *
      * THE START, NEW IF CAPTURED IN THE PERIOD, SETTLED OR NOT PAID *
      * IF IT REACHED A FINAL STATUS IN THE PERIOD, CLOSING IF STILL  *
      * IN PROGRESS AT THE END.                                       *
      *****************************************************************
       3300-TAKE-STATEMENT-ITEM.
           IF DPAYSTM-STM-NEW
               PERFORM 3400-LIST-PAYMENT
                   THRU 3400-EXIT
           END-IF.
           PERFORM 3600-FIND-CURRENCY
               THRU 3600-EXIT.
           IF NOT DPAYSTM-CUR-FOUND
               ADD 1 TO DPAYSTM-UNSUMMED-CT
               GO TO 3300-NEXT
           END-IF.
           IF DPAYSTM-STM-OPENING
               ADD 1 TO DPAYSTM-CUR-OPEN-CT (DPAYSTM-CUR-SUB)
               ADD DFHCA-01-CONSENT-AMOUNT IN DPAYSTM-IMAGE
                   TO DPAYSTM-CUR-OPEN-AMT (DPAYSTM-CUR-SUB)
           END-IF.
           IF DPAYSTM-STM-NEW
               ADD 1 TO DPAYSTM-CUR-NEW-CT (DPAYSTM-CUR-SUB)
               ADD DFHCA-01-CONSENT-AMOUNT IN DPAYSTM-IMAGE
                   TO DPAYSTM-CUR-NEW-AMT (DPAYSTM-CUR-SUB)
           END-IF.
           IF DPAYSTM-STM-CLOSING
               ADD 1 TO DPAYSTM-CUR-CLOSE-CT (DPAYSTM-CUR-SUB)
               ADD DFHCA-01-CONSENT-AMOUNT IN DPAYSTM-IMAGE
                   TO DPAYSTM-CUR-CLOSE-AMT (DPAYSTM-CUR-SUB)
               GO TO 3300-NEXT
           END-IF.
           IF DPAYSTM-STM-END-STATUS = "S"
               ADD 1 TO DPAYSTM-CUR-SETL-CT (DPAYSTM-CUR-SUB)
               ADD DFHCA-01-CONSENT-AMOUNT IN DPAYSTM-IMAGE
                   TO DPAYSTM-CUR-SETL-AMT (DPAYSTM-CUR-SUB)
           ELSE
               ADD 1 TO DPAYSTM-CUR-UNPD-CT (DPAYSTM-CUR-SUB)
               ADD DFHCA-01-CONSENT-AMOUNT IN DPAYSTM-IMAGE
                   TO DPAYSTM-CUR-UNPD-AMT (DPAYSTM-CUR-SUB)
           END-IF.
       3300-NEXT.
           PERFORM 3050-READ-STATEMENT-ITEM
               THRU 3050-EXIT.
       3300-EXIT.
           EXIT.

      *****************************************************************
      * THE PAYMENT LINE, A LINE PER CHARGE, AND FOR A RETURN,        *
      * REJECTION OR CANCELLATION THE REASON HELD ON THE CONSENT.     *
      *****************************************************************
       3400-LIST-PAYMENT.
           ADD 1 TO DPAYSTM-LISTED-CT.
           ADD 1 TO DPAYSTM-AC-LISTED-CT.
           PERFORM 3410-STATUS-IN-WORDS
               THRU 3410-EXIT.
           MOVE DPAYSTM-STM-CREATE-DATE TO DPAYSTM-SD-DATE.
           MOVE DFHCA-01-CONSENT-ID IN DPAYSTM-IMAGE TO DPAYSTM-SD-ID.
           MOVE DFHCA-01-CREDIT-AC-CUSTNAME IN DPAYSTM-IMAGE
               TO DPAYSTM-SD-PAYEE.
           MOVE DFHCA-01-CREDIT-AC IN DPAYSTM-IMAGE
               TO DPAYSTM-SD-CREDIT-AC.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYSTM-IMAGE
               TO DPAYSTM-SD-CUR.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYSTM-IMAGE
               TO DPAYSTM-SD-AMOUNT.
           MOVE DPAYSTM-STATUS-TEXT TO DPAYSTM-SD-STATUS.
           MOVE DPAYSTM-PAY-TEXT TO DPAYSTM-SD-PAY.
           MOVE DPAYSTM-STMT-DETAIL TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           PERFORM 4200-DELIMITED-PAYMENT
               THRU 4200-EXIT.
           IF DFHCA-01-CHARGE-COUNT IN DPAYSTM-IMAGE NUMERIC
               PERFORM 3450-LIST-CHARGE
                   THRU 3450-EXIT
                   VARYING DPAYSTM-CHG-SUB FROM 1 BY 1
                   UNTIL DPAYSTM-CHG-SUB
                       > DFHCA-01-CHARGE-COUNT IN DPAYSTM-IMAGE
           END-IF.
           IF DPAYSTM-REASON-LABEL NOT = SPACES
               MOVE DPAYSTM-REASON-LABEL TO DPAYSTM-SR-LABEL
               MOVE DPAYSTM-REASON-TEXT TO DPAYSTM-SR-TEXT
               MOVE DPAYSTM-STMT-REASON TO DPAYSTMP-LINE
               WRITE DPAYSTMP-LINE
           END-IF.
       3400-EXIT.
           EXIT.

      *****************************************************************
      * THE CONSENT AND PAYMENT STATUS AS THE CUSTOMER SHOULD READ    *
      * THEM, AND THE REASON LABEL - A PAYMENT THE SCHEME BOUNCED     *
      * (DPAYRSP) FAILED AFTER IT LEFT THE BANK, SO IT IS A RETURN.   *
      *****************************************************************
       3410-STATUS-IN-WORDS.
           MOVE SPACES TO DPAYSTM-REASON-LABEL.
           MOVE DFHCA-01-ERROR-MSG IN DPAYSTM-IMAGE
               TO DPAYSTM-REASON-TEXT.
           EVALUATE TRUE
               WHEN DFHCA-01-CONSENT-PENDING IN DPAYSTM-IMAGE
                   MOVE "PENDING" TO DPAYSTM-STATUS-TEXT
               WHEN DFHCA-01-CONSENT-AUTHORISED IN DPAYSTM-IMAGE
                   MOVE "AUTHORISED" TO DPAYSTM-STATUS-TEXT
               WHEN DFHCA-01-CONSENT-AWAIT-2ND IN DPAYSTM-IMAGE
                   MOVE "AWAITING 2ND" TO DPAYSTM-STATUS-TEXT
               WHEN DFHCA-01-CONSENT-HELD IN DPAYSTM-IMAGE
                   MOVE "UNDER REVIEW" TO DPAYSTM-STATUS-TEXT
               WHEN DFHCA-01-CONSENT-SETTLED IN DPAYSTM-IMAGE
                   MOVE "SETTLED" TO DPAYSTM-STATUS-TEXT
               WHEN DFHCA-01-CONSENT-EXPIRED IN DPAYSTM-IMAGE
                   MOVE "EXPIRED" TO DPAYSTM-STATUS-TEXT
               WHEN DFHCA-01-CONSENT-CANCELLED IN DPAYSTM-IMAGE
                   MOVE "CANCELLED" TO DPAYSTM-STATUS-TEXT
                   MOVE "CANCELLED" TO DPAYSTM-REASON-LABEL
                   IF DPAYSTM-REASON-TEXT = SPACES
                       MOVE "CANCELLED AT CUSTOMER REQUEST"
                           TO DPAYSTM-REASON-TEXT
                   END-IF
               WHEN DFHCA-01-CONSENT-REJECTED IN DPAYSTM-IMAGE
                   IF DFHCA-01-PAY-FAILED IN DPAYSTM-IMAGE
                       MOVE "RETURNED" TO DPAYSTM-STATUS-TEXT
                       MOVE "RETURNED" TO DPAYSTM-REASON-LABEL
                   ELSE
                       MOVE "REJECTED" TO DPAYSTM-STATUS-TEXT
                       MOVE "REJECTED" TO DPAYSTM-REASON-LABEL
                   END-IF
                   IF DPAYSTM-REASON-TEXT = SPACES
                       MOVE "NO REASON RECORDED"
                           TO DPAYSTM-REASON-TEXT
                   END-IF
               WHEN OTHER
                   MOVE DFHCA-01-CONSENT-STATUS IN DPAYSTM-IMAGE
                       TO DPAYSTM-STATUS-TEXT
           END-EVALUATE.
           IF DPAYSTM-REASON-LABEL = SPACES
               MOVE SPACES TO DPAYSTM-REASON-TEXT
           END-IF.
           EVALUATE TRUE
               WHEN DFHCA-01-PAY-INITIAL IN DPAYSTM-IMAGE
                   MOVE "NOT SENT" TO DPAYSTM-PAY-TEXT
               WHEN DFHCA-01-PAY-PENDING IN DPAYSTM-IMAGE
                   MOVE "SENT" TO DPAYSTM-PAY-TEXT
               WHEN DFHCA-01-PAY-POSTED IN DPAYSTM-IMAGE
                   MOVE "POSTED" TO DPAYSTM-PAY-TEXT
               WHEN DFHCA-01-PAY-FAILED IN DPAYSTM-IMAGE
                   MOVE "RETURNED" TO DPAYSTM-PAY-TEXT
               WHEN DFHCA-01-PAY-REJECTED IN DPAYSTM-IMAGE
                   MOVE "REJECTED" TO DPAYSTM-PAY-TEXT
               WHEN OTHER
                   MOVE "NOT SENT" TO DPAYSTM-PAY-TEXT
           END-EVALUATE.
       3410-EXIT.
           EXIT.

       3450-LIST-CHARGE.
           ADD 1 TO DPAYSTM-CHARGE-CT.
           EVALUATE TRUE
               WHEN DFHCA-01-CHG-BEAR-DEBTOR IN DPAYSTM-IMAGE
                       (DPAYSTM-CHG-SUB)
                   MOVE "YOU" TO DPAYSTM-BEARER-TEXT
               WHEN DFHCA-01-CHG-BEAR-CREDITOR IN DPAYSTM-IMAGE
                       (DPAYSTM-CHG-SUB)
                   MOVE "PAYEE" TO DPAYSTM-BEARER-TEXT
               WHEN DFHCA-01-CHG-BEAR-SHARED IN DPAYSTM-IMAGE
                       (DPAYSTM-CHG-SUB)
                   MOVE "SHARED" TO DPAYSTM-BEARER-TEXT
               WHEN DFHCA-01-CHG-BEAR-SLEV IN DPAYSTM-IMAGE
                       (DPAYSTM-CHG-SUB)
                   MOVE "SERVICE LEVEL" TO DPAYSTM-BEARER-TEXT
               WHEN OTHER
                   MOVE DFHCA-01-CHARGE-BEARER IN DPAYSTM-IMAGE
                       (DPAYSTM-CHG-SUB)
                       TO DPAYSTM-BEARER-TEXT
           END-EVALUATE.
           MOVE DFHCA-01-CHARGE-TYPE IN DPAYSTM-IMAGE (DPAYSTM-CHG-SUB)
               TO DPAYSTM-SC-TYPE.
           MOVE DFHCA-01-CHARGE-CUR-CD IN DPAYSTM-IMAGE
                   (DPAYSTM-CHG-SUB)
               TO DPAYSTM-SC-CUR.
           MOVE DFHCA-01-CHARGE-AMT IN DPAYSTM-IMAGE (DPAYSTM-CHG-SUB)
               TO DPAYSTM-SC-AMOUNT.
           MOVE DPAYSTM-BEARER-TEXT TO DPAYSTM-SC-BEARER.
           MOVE DPAYSTM-STMT-CHARGE TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           PERFORM 4300-DELIMITED-CHARGE
               THRU 4300-EXIT.
       3450-EXIT.
           EXIT.

      *****************************************************************
      * THE CONSENT'S CURRENCY ON THE STATEMENT'S SUMMARY TABLE,      *
      * ADDED IF NEW WHILE THERE IS ROOM.                             *
      *****************************************************************
       3600-FIND-CURRENCY.
           MOVE "N" TO DPAYSTM-FOUND-SW.
           PERFORM 3610-CHECK-CURRENCY
               THRU 3610-EXIT
               VARYING DPAYSTM-CUR-SUB FROM 1 BY 1
               UNTIL DPAYSTM-CUR-SUB > DPAYSTM-CUR-CT
               OR DPAYSTM-CUR-FOUND.
           IF DPAYSTM-CUR-FOUND
               SUBTRACT 1 FROM DPAYSTM-CUR-SUB
               GO TO 3600-EXIT
           END-IF.
           IF DPAYSTM-CUR-CT NOT < DPAYSTM-CUR-MAX
               GO TO 3600-EXIT
           END-IF.
           ADD 1 TO DPAYSTM-CUR-CT.
           MOVE DPAYSTM-CUR-CT TO DPAYSTM-CUR-SUB.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYSTM-IMAGE
               TO DPAYSTM-CUR-CODE (DPAYSTM-CUR-SUB).
           MOVE ZERO TO DPAYSTM-CUR-OPEN-CT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-OPEN-AMT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-NEW-CT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-NEW-AMT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-SETL-CT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-SETL-AMT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-UNPD-CT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-UNPD-AMT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-CLOSE-CT (DPAYSTM-CUR-SUB)
                        DPAYSTM-CUR-CLOSE-AMT (DPAYSTM-CUR-SUB).
           SET DPAYSTM-CUR-FOUND TO TRUE.
       3600-EXIT.
           EXIT.

       3610-CHECK-CURRENCY.
           IF DPAYSTM-CUR-CODE (DPAYSTM-CUR-SUB)
               = DFHCA-01-CURRENCY-CD IN DPAYSTM-IMAGE
               SET DPAYSTM-CUR-FOUND TO TRUE
           END-IF.
       3610-EXIT.
           EXIT.

       3700-STATEMENT-SUMMARY.
           MOVE SPACES TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           MOVE DPAYSTM-STMT-SUM-HEAD-1 TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           MOVE DPAYSTM-STMT-SUM-HEAD-2 TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           PERFORM 3710-SUMMARY-LINE
               THRU 3710-EXIT
               VARYING DPAYSTM-CUR-SUB FROM 1 BY 1
               UNTIL DPAYSTM-CUR-SUB > DPAYSTM-CUR-CT.
           IF DPAYSTM-UNSUMMED-CT > ZERO
               MOVE DPAYSTM-UNSUMMED-CT TO DPAYSTM-SU-CT
               MOVE DPAYSTM-STMT-UNSUMMED TO DPAYSTMP-LINE
               WRITE DPAYSTMP-LINE
           END-IF.
           MOVE DPAYSTM-STMT-END TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
       3700-EXIT.
           EXIT.

       3710-SUMMARY-LINE.
           MOVE DPAYSTM-CUR-CODE (DPAYSTM-CUR-SUB) TO DPAYSTM-SS-CUR.
           MOVE DPAYSTM-CUR-OPEN-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-OPEN-CT.
           MOVE DPAYSTM-CUR-OPEN-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-OPEN-AMT.
           MOVE DPAYSTM-CUR-NEW-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-NEW-CT.
           MOVE DPAYSTM-CUR-NEW-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-NEW-AMT.
           MOVE DPAYSTM-CUR-SETL-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-SETL-CT.
           MOVE DPAYSTM-CUR-SETL-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-SETL-AMT.
           MOVE DPAYSTM-CUR-UNPD-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-UNPD-CT.
           MOVE DPAYSTM-CUR-UNPD-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-UNPD-AMT.
           MOVE DPAYSTM-CUR-CLOSE-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-CLOSE-CT.
           MOVE DPAYSTM-CUR-CLOSE-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-SS-CLOSE-AMT.
           MOVE DPAYSTM-STMT-SUM-LINE TO DPAYSTMP-LINE.
           WRITE DPAYSTMP-LINE.
           PERFORM 4400-DELIMITED-SUMMARY
               THRU 4400-EXIT.
       3710-EXIT.
           EXIT.

      *****************************************************************
      * THE E-STATEMENT RECORDS - ONE VALUE PER FIELD, TRAILING       *
      * SPACES TRIMMED, '|' BETWEEN FIELDS.                           *
      *****************************************************************
       4100-DELIMITED-HEADER.
           MOVE SPACES TO DPAYSTM-OUT-LINE.
           MOVE 1 TO DPAYSTM-OUT-PTR.
           MOVE "H" TO DPAYSTM-VALUE-TEXT.
           PERFORM 7800-APPEND-FIRST-VALUE
               THRU 7800-EXIT.
           MOVE DPAYSTM-CURR-DEBIT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-DEBIT-AC-CUSTNAME IN DPAYSTM-IMAGE
               TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-PERIOD-FROM TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-PERIOD-TO TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-PRODUCED-DATE TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-OUT-LINE TO DPAYSTMD-RECORD.
           WRITE DPAYSTMD-RECORD.
       4100-EXIT.
           EXIT.

       4200-DELIMITED-PAYMENT.
           MOVE SPACES TO DPAYSTM-OUT-LINE.
           MOVE 1 TO DPAYSTM-OUT-PTR.
           MOVE "D" TO DPAYSTM-VALUE-TEXT.
           PERFORM 7800-APPEND-FIRST-VALUE
               THRU 7800-EXIT.
           MOVE DPAYSTM-CURR-DEBIT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-STM-CREATE-DATE TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CONSENT-ID IN DPAYSTM-IMAGE
               TO DPAYSTM-ID-TEXT.
           MOVE DPAYSTM-ID-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-DOMESTIC-PAY-ID IN DPAYSTM-IMAGE
               TO DPAYSTM-ID-TEXT.
           MOVE DPAYSTM-ID-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CREDIT-AC IN DPAYSTM-IMAGE
               TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CREDIT-AC-CUSTNAME IN DPAYSTM-IMAGE
               TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CONSENT-AMOUNT IN DPAYSTM-IMAGE
               TO DPAYSTM-AMT-TEXT.
           MOVE DPAYSTM-AMT-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CURRENCY-CD IN DPAYSTM-IMAGE
               TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-STATUS-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-PAY-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-REASON-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-OUT-LINE TO DPAYSTMD-RECORD.
           WRITE DPAYSTMD-RECORD.
       4200-EXIT.
           EXIT.

       4300-DELIMITED-CHARGE.
           MOVE SPACES TO DPAYSTM-OUT-LINE.
           MOVE 1 TO DPAYSTM-OUT-PTR.
           MOVE "C" TO DPAYSTM-VALUE-TEXT.
           PERFORM 7800-APPEND-FIRST-VALUE
               THRU 7800-EXIT.
           MOVE DPAYSTM-CURR-DEBIT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CONSENT-ID IN DPAYSTM-IMAGE
               TO DPAYSTM-ID-TEXT.
           MOVE DPAYSTM-ID-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-BEARER-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CHARGE-TYPE IN DPAYSTM-IMAGE (DPAYSTM-CHG-SUB)
               TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CHARGE-AMT IN DPAYSTM-IMAGE (DPAYSTM-CHG-SUB)
               TO DPAYSTM-AMT-TEXT.
           MOVE DPAYSTM-AMT-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DFHCA-01-CHARGE-CUR-CD IN DPAYSTM-IMAGE
                   (DPAYSTM-CHG-SUB)
               TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-OUT-LINE TO DPAYSTMD-RECORD.
           WRITE DPAYSTMD-RECORD.
       4300-EXIT.
           EXIT.

       4400-DELIMITED-SUMMARY.
           MOVE SPACES TO DPAYSTM-OUT-LINE.
           MOVE 1 TO DPAYSTM-OUT-PTR.
           MOVE "S" TO DPAYSTM-VALUE-TEXT.
           PERFORM 7800-APPEND-FIRST-VALUE
               THRU 7800-EXIT.
           MOVE DPAYSTM-CURR-DEBIT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-CUR-CODE (DPAYSTM-CUR-SUB)
               TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-CUR-OPEN-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-CT-TEXT.
           MOVE DPAYSTM-CUR-OPEN-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-TOT-TEXT.
           PERFORM 4410-APPEND-COUNT-AMOUNT
               THRU 4410-EXIT.
           MOVE DPAYSTM-CUR-NEW-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-CT-TEXT.
           MOVE DPAYSTM-CUR-NEW-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-TOT-TEXT.
           PERFORM 4410-APPEND-COUNT-AMOUNT
               THRU 4410-EXIT.
           MOVE DPAYSTM-CUR-SETL-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-CT-TEXT.
           MOVE DPAYSTM-CUR-SETL-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-TOT-TEXT.
           PERFORM 4410-APPEND-COUNT-AMOUNT
               THRU 4410-EXIT.
           MOVE DPAYSTM-CUR-UNPD-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-CT-TEXT.
           MOVE DPAYSTM-CUR-UNPD-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-TOT-TEXT.
           PERFORM 4410-APPEND-COUNT-AMOUNT
               THRU 4410-EXIT.
           MOVE DPAYSTM-CUR-CLOSE-CT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-CT-TEXT.
           MOVE DPAYSTM-CUR-CLOSE-AMT (DPAYSTM-CUR-SUB)
               TO DPAYSTM-TOT-TEXT.
           PERFORM 4410-APPEND-COUNT-AMOUNT
               THRU 4410-EXIT.
           MOVE DPAYSTM-OUT-LINE TO DPAYSTMD-RECORD.
           WRITE DPAYSTMD-RECORD.
       4400-EXIT.
           EXIT.

       4410-APPEND-COUNT-AMOUNT.
           MOVE DPAYSTM-CT-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-TOT-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
       4410-EXIT.
           EXIT.

      *****************************************************************
      * THE TRAILER - STATEMENTS AND PAYMENTS LISTED - SO THE         *
      * E-STATEMENT LOAD CAN BE PROVEN.                               *
      *****************************************************************
       4900-WRITE-TRAILER.
           MOVE SPACES TO DPAYSTM-OUT-LINE.
           MOVE 1 TO DPAYSTM-OUT-PTR.
           MOVE "T" TO DPAYSTM-VALUE-TEXT.
           PERFORM 7800-APPEND-FIRST-VALUE
               THRU 7800-EXIT.
           MOVE DPAYSTM-STATEMENT-CT TO DPAYSTM-CT-TEXT.
           MOVE DPAYSTM-CT-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-LISTED-CT TO DPAYSTM-CT-TEXT.
           MOVE DPAYSTM-CT-TEXT TO DPAYSTM-VALUE-TEXT.
           PERFORM 7850-APPEND-VALUE
               THRU 7850-EXIT.
           MOVE DPAYSTM-OUT-LINE TO DPAYSTMD-RECORD.
           WRITE DPAYSTMD-RECORD.
       4900-EXIT.
           EXIT.

       7800-APPEND-FIRST-VALUE.
           PERFORM 7900-TRIM-VALUE
               THRU 7900-EXIT.
           IF DPAYSTM-VALUE-LEN > ZERO
               STRING DPAYSTM-VALUE-TEXT (1:DPAYSTM-VALUE-LEN)
                   DELIMITED BY SIZE
                   INTO DPAYSTM-OUT-LINE
                   WITH POINTER DPAYSTM-OUT-PTR
           END-IF.
       7800-EXIT.
           EXIT.

       7850-APPEND-VALUE.
           STRING "|" DELIMITED BY SIZE
               INTO DPAYSTM-OUT-LINE
               WITH POINTER DPAYSTM-OUT-PTR.
           PERFORM 7800-APPEND-FIRST-VALUE
               THRU 7800-EXIT.
       7850-EXIT.
           EXIT.

       7900-TRIM-VALUE.
           MOVE 200 TO DPAYSTM-VALUE-LEN.
           PERFORM 7910-TRIM-ONE-SPACE
               THRU 7910-EXIT
               UNTIL DPAYSTM-VALUE-LEN = ZERO
                   OR DPAYSTM-VALUE-TEXT (DPAYSTM-VALUE-LEN:1)
                       NOT = SPACE.
       7900-EXIT.
           EXIT.

       7910-TRIM-ONE-SPACE.
           SUBTRACT 1 FROM DPAYSTM-VALUE-LEN.
       7910-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE DPAYSTM-CONSENT-CT TO DPAYSTM-S-CONSENT-CT.
           MOVE DPAYSTM-STATEMENT-CT TO DPAYSTM-S-STATEMENT-CT.
           MOVE DPAYSTM-SUMMARY-1 TO DPAYSTMR-LINE.
           WRITE DPAYSTMR-LINE.
           MOVE DPAYSTM-LISTED-CT TO DPAYSTM-S-LISTED-CT.
           MOVE DPAYSTM-CHARGE-CT TO DPAYSTM-S-CHARGE-CT.
           MOVE DPAYSTM-SUMMARY-2 TO DPAYSTMR-LINE.
           WRITE DPAYSTMR-LINE.
           CLOSE DPAYSTMP-FILE.
           CLOSE DPAYSTMD-FILE.
           CLOSE DPAYSTMR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "STATEMENTS" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYSTM-STATEMENT-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "PAYMENTS LISTED" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYSTM-LISTED-CT TO DPAYRCP-COUNT-VALUE (2).
           MOVE "CHARGE LINES" TO DPAYRCP-COUNT-LABEL (3).
           MOVE DPAYSTM-CHARGE-CT TO DPAYRCP-COUNT-VALUE (3).
           CALL "DPAYRUN" USING DPAYSTM-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
