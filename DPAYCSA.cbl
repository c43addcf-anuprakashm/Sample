      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYCSA                                          *
      * DESCRIPTION: Daily payment investigation case aging report.   *
      *              Scans the case master (DPAYCASE) for open cases  *
      *              and lists every one past its target resolution   *
      *              date, by case type and, within the type, by the  *
      *              owner working it, oldest target first, with how  *
      *              many business days it is overdue on the house    *
      *              calendar (DPAYBDY, scheme '*DEFAULT' - the same  *
      *              calendar DPAYCSM set the target date on), when   *
      *              it was last acted on and the customer's          *
      *              complaint.  Each owner and each type is          *
      *              subtotalled, and the run totals the open cases   *
      *              seen and those overdue.  A case due today is not *
      *              yet overdue.  The report is DPAYCSAR.            *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/06/10  RSH  INITIAL VERSION.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYCSA.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  10/06/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYCASE-FILE ASSIGN TO "DPAYCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DPAYCSE-CASE-NO
               ALTERNATE RECORD KEY IS DPAYCSE-CONSENT-ID
                   WITH DUPLICATES
               FILE STATUS IS DPAYCSA-CASE-STATUS.

           SELECT DPAYCAWA-FILE ASSIGN TO "DPAYCAWA"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCSA-OVDW-STATUS.

           SELECT DPAYSRT1-FILE ASSIGN TO "DPAYASW1".

           SELECT DPAYCAWB-FILE ASSIGN TO "DPAYCAWB"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCSA-OVDS-STATUS.

           SELECT DPAYCSAR-FILE ASSIGN TO "DPAYCSAR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYCSA-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYCASE-FILE.
           COPY DPAYCSE.

       FD  DPAYCAWA-FILE
           RECORDING MODE IS F.
       01  DPAYCAWA-RECORD                PIC X(132).

       SD  DPAYSRT1-FILE.
       01  DPAYSRT1-RECORD.
           05  DPAYSRT1-CASE-TYPE         PIC X(02).
           05  DPAYSRT1-OWNER             PIC X(08).
           05  DPAYSRT1-TARGET-DATE       PIC X(10).
           05  DPAYSRT1-CASE-NO           PIC 9(09).
           05  DPAYSRT1-REST              PIC X(103).

       FD  DPAYCAWB-FILE
           RECORDING MODE IS F.
       01  DPAYCAWB-RECORD                PIC X(132).

       FD  DPAYCSAR-FILE
           RECORDING MODE IS F.
       01  DPAYCSAR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYCSA-CASE-STATUS        PIC X(02).
           88  DPAYCSA-CASE-OK            VALUE "00".
           88  DPAYCSA-CASE-EOF           VALUE "10".
           88  DPAYCSA-CASE-NOT-FOUND     VALUE "35".

       77  DPAYCSA-OVDW-STATUS        PIC X(02).
       77  DPAYCSA-OVDS-STATUS        PIC X(02).
           88  DPAYCSA-OVDS-EOF           VALUE "10".
       77  DPAYCSA-REPORT-STATUS      PIC X(02).

       77  DPAYCSA-AT-EOF-SW          PIC X(01) VALUE "N".
           88  DPAYCSA-AT-EOF              VALUE "Y".

       77  DPAYCSA-OVER-DAYS          PIC S9(05) COMP.

       77  DPAYCSA-OPEN-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSA-OVERDUE-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSA-TYPE-CT            PIC 9(07) COMP-3 VALUE 0.
       77  DPAYCSA-OWNER-CT           PIC 9(07) COMP-3 VALUE 0.

       77  DPAYCSA-CURR-TYPE          PIC X(02).
       77  DPAYCSA-CURR-OWNER         PIC X(08).

      *****************************************************************
      * ONE RECORD PER OVERDUE CASE, SORTED ON TYPE, OWNER, TARGET    *
      * DATE AND CASE NUMBER FOR THE REPORT.                          *
      *****************************************************************
       01  DPAYCSA-OVERDUE.
           05  DPAYCSA-OV-CASE-TYPE       PIC X(02).
           05  DPAYCSA-OV-OWNER           PIC X(08).
           05  DPAYCSA-OV-TARGET-DATE     PIC X(10).
           05  DPAYCSA-OV-CASE-NO         PIC 9(09).
           05  DPAYCSA-OV-CONSENT-ID      PIC 9(09).
           05  DPAYCSA-OV-OPENED-DATE     PIC X(10).
           05  DPAYCSA-OV-OVER-DAYS       PIC 9(05).
           05  DPAYCSA-OV-LAST-ACTION     PIC X(10).
           05  DPAYCSA-OV-SUMMARY         PIC X(60).
           05  FILLER                     PIC X(09).

           COPY DPAYCST.

       01  DPAYCSA-TODAY-DATE         PIC X(08).
       01  DPAYCSA-TODAY-DATE-N REDEFINES DPAYCSA-TODAY-DATE
                                      PIC 9(08).

      *****************************************************************
      * TODAY AS YYYY-MM-DD, THE SAME SHAPE AS THE TARGET DATE, SO    *
      * THE TWO COMPARE DIRECTLY.                                     *
      *****************************************************************
       01  DPAYCSA-TODAY-ISO.
           05  DPAYCSA-TI-YEAR            PIC X(04).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYCSA-TI-MONTH           PIC X(02).
           05  FILLER                     PIC X(01) VALUE "-".
           05  DPAYCSA-TI-DAY             PIC X(02).

       01  DPAYCSA-WORK-DATE          PIC X(08).
       01  DPAYCSA-WORK-DATE-N REDEFINES DPAYCSA-WORK-DATE
                                      PIC 9(08).

       01  DPAYCSA-BDY-PARMS.
           COPY DPAYBDP.

       01  DPAYCSA-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYCSA - OVERDUE INVESTIGATION CASES".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYCSA-H1-DATE            PIC X(10).

       01  DPAYCSA-HEADING-2.
           05  FILLER                     PIC X(10) VALUE "OWNER".
           05  FILLER                     PIC X(11) VALUE "CASE NO".
           05  FILLER                     PIC X(11) VALUE "CONSENT-ID".
           05  FILLER                     PIC X(12) VALUE "OPENED".
           05  FILLER                     PIC X(12) VALUE "TARGET".
           05  FILLER                     PIC X(08) VALUE "BUS DAYS".
           05  FILLER                     PIC X(12) VALUE "LAST ACTION".
           05  FILLER                     PIC X(09) VALUE "COMPLAINT".

       01  DPAYCSA-TYPE-LINE.
           05  FILLER                     PIC X(12)
               VALUE "CASE TYPE : ".
           05  DPAYCSA-T-CODE             PIC X(02).
           05  FILLER                     PIC X(01) VALUE SPACES.
           05  DPAYCSA-T-DESC             PIC X(20).

       01  DPAYCSA-DETAIL-LINE.
           05  DPAYCSA-D-OWNER            PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSA-D-CASE-NO          PIC 9(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSA-D-CONSENT-ID       PIC 9(09).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSA-D-OPENED           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSA-D-TARGET           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSA-D-OVER-DAYS        PIC ZZ,ZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSA-D-LAST-ACTION      PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYCSA-D-SUMMARY          PIC X(50).

       01  DPAYCSA-TOTAL-LINE.
           05  FILLER                     PIC X(10) VALUE SPACES.
           05  DPAYCSA-X-LABEL            PIC X(36).
           05  DPAYCSA-X-CT               PIC ZZZ,ZZ9.

       01  DPAYCSA-NONE-LINE.
           05  FILLER                     PIC X(24)
               VALUE "NO OPEN CASE IS OVERDUE.".

       01  DPAYCSA-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "OPEN CASES           : ".
           05  DPAYCSA-S-OPEN-CT          PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(12)
               VALUE "OVERDUE : ".
           05  DPAYCSA-S-OVERDUE-CT       PIC ZZZ,ZZ9.

       01  DPAYCSA-RUN-PARMS.
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
           PERFORM 2000-READ-CASE
               THRU 2000-EXIT.
           PERFORM 3000-SWEEP-CASE
               THRU 3000-EXIT
               UNTIL DPAYCSA-AT-EOF.
           CLOSE DPAYCAWA-FILE.
           SORT DPAYSRT1-FILE
               ON ASCENDING KEY DPAYSRT1-CASE-TYPE
                                DPAYSRT1-OWNER
                                DPAYSRT1-TARGET-DATE
                                DPAYSRT1-CASE-NO
               USING DPAYCAWA-FILE
               GIVING DPAYCAWB-FILE.
           PERFORM 4000-PRINT-OVERDUE
               THRU 4000-EXIT.
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
           MOVE "DPAYCSA" TO DPAYRCP-PROGRAM.
           CALL "DPAYRUN" USING DPAYCSA-RUN-PARMS.
       0100-EXIT.
           EXIT.

       1000-INITIALISE.
           ACCEPT DPAYCSA-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE DPAYCSA-TODAY-DATE (1:4) TO DPAYCSA-TI-YEAR.
           MOVE DPAYCSA-TODAY-DATE (5:2) TO DPAYCSA-TI-MONTH.
           MOVE DPAYCSA-TODAY-DATE (7:2) TO DPAYCSA-TI-DAY.
           OPEN INPUT DPAYCASE-FILE.
           IF DPAYCSA-CASE-NOT-FOUND
               OPEN OUTPUT DPAYCASE-FILE
               CLOSE DPAYCASE-FILE
               OPEN INPUT DPAYCASE-FILE
           END-IF.
           OPEN OUTPUT DPAYCAWA-FILE.
           OPEN OUTPUT DPAYCSAR-FILE.
           MOVE DPAYCSA-TODAY-ISO TO DPAYCSA-H1-DATE.
           MOVE DPAYCSA-HEADING-1 TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
           MOVE DPAYCSA-HEADING-2 TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
       1000-EXIT.
           EXIT.

       2000-READ-CASE.
           READ DPAYCASE-FILE NEXT RECORD
               AT END
                   SET DPAYCSA-AT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *****************************************************************
      * AN OPEN CASE WHOSE TARGET DATE HAS PASSED IS OVERDUE.  THE    *
      * CONTROL RECORD IS NOT A CASE.                                 *
      *****************************************************************
       3000-SWEEP-CASE.
           IF DPAYCSE-CONTROL-RECORD
               OR NOT DPAYCSE-CASE-OPEN
               GO TO 3000-NEXT-CASE
           END-IF.
           ADD 1 TO DPAYCSA-OPEN-CT.
           IF DPAYCSE-TARGET-DATE NOT < DPAYCSA-TODAY-ISO
               GO TO 3000-NEXT-CASE
           END-IF.
           PERFORM 3100-OVERDUE-CASE
               THRU 3100-EXIT.
       3000-NEXT-CASE.
           PERFORM 2000-READ-CASE
               THRU 2000-EXIT.
       3000-EXIT.
           EXIT.

       3100-OVERDUE-CASE.
           ADD 1 TO DPAYCSA-OVERDUE-CT.
           PERFORM 7000-BUSINESS-DAYS-OVER
               THRU 7000-EXIT.
           MOVE SPACES TO DPAYCSA-OVERDUE.
           MOVE DPAYCSE-CASE-TYPE TO DPAYCSA-OV-CASE-TYPE.
           MOVE DPAYCSE-OWNER TO DPAYCSA-OV-OWNER.
           MOVE DPAYCSE-TARGET-DATE TO DPAYCSA-OV-TARGET-DATE.
           MOVE DPAYCSE-CASE-NO TO DPAYCSA-OV-CASE-NO.
           MOVE DPAYCSE-CONSENT-ID TO DPAYCSA-OV-CONSENT-ID.
           MOVE DPAYCSE-OPENED-TS (1:10) TO DPAYCSA-OV-OPENED-DATE.
           MOVE DPAYCSA-OVER-DAYS TO DPAYCSA-OV-OVER-DAYS.
           MOVE DPAYCSE-LAST-ACTION-TS (1:10)
               TO DPAYCSA-OV-LAST-ACTION.
           MOVE DPAYCSE-SUMMARY TO DPAYCSA-OV-SUMMARY.
           WRITE DPAYCAWA-RECORD FROM DPAYCSA-OVERDUE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * PRINT THE OVERDUE CASES, ONE BLOCK PER CASE TYPE.             *
      *****************************************************************
       4000-PRINT-OVERDUE.
           IF DPAYCSA-OVERDUE-CT = ZERO
               MOVE DPAYCSA-NONE-LINE TO DPAYCSAR-LINE
               WRITE DPAYCSAR-LINE
               GO TO 4000-EXIT
           END-IF.
           OPEN INPUT DPAYCAWB-FILE.
           PERFORM 4050-READ-OVERDUE
               THRU 4050-EXIT.
           PERFORM 4100-PRINT-ONE-TYPE
               THRU 4100-EXIT
               UNTIL DPAYCSA-OVDS-EOF.
           CLOSE DPAYCAWB-FILE.
       4000-EXIT.
           EXIT.

       4050-READ-OVERDUE.
           READ DPAYCAWB-FILE INTO DPAYCSA-OVERDUE
               AT END
                   CONTINUE
           END-READ.
       4050-EXIT.
           EXIT.

      *****************************************************************
      * A CASE TYPE - ITS HEADING, ITS OWNERS, AND ITS TOTAL.  A TYPE *
      * NOT ON THE CASE-TYPE TABLE IS PRINTED AS UNKNOWN.             *
      *****************************************************************
       4100-PRINT-ONE-TYPE.
           MOVE DPAYCSA-OV-CASE-TYPE TO DPAYCSA-CURR-TYPE.
           MOVE ZERO TO DPAYCSA-TYPE-CT.
           MOVE DPAYCSA-CURR-TYPE TO DPAYCSA-T-CODE.
           SET DPAYCST-TYPE-IDX TO 1.
           SEARCH DPAYCST-TYPE-ENTRY
               AT END
                   MOVE "UNKNOWN TYPE" TO DPAYCSA-T-DESC
               WHEN DPAYCST-TYPE-CODE (DPAYCST-TYPE-IDX)
                       = DPAYCSA-CURR-TYPE
                   MOVE DPAYCST-TYPE-DESC (DPAYCST-TYPE-IDX)
                       TO DPAYCSA-T-DESC
           END-SEARCH.
           MOVE SPACES TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
           MOVE DPAYCSA-TYPE-LINE TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
           PERFORM 4200-PRINT-ONE-OWNER
               THRU 4200-EXIT
               UNTIL DPAYCSA-OVDS-EOF
               OR DPAYCSA-OV-CASE-TYPE NOT = DPAYCSA-CURR-TYPE.
           MOVE SPACES TO DPAYCSA-X-LABEL.
           STRING "OVERDUE " DELIMITED BY SIZE
                  DPAYCSA-CURR-TYPE DELIMITED BY SIZE
                  " CASES" DELIMITED BY SIZE
               INTO DPAYCSA-X-LABEL
           END-STRING.
           MOVE DPAYCSA-TYPE-CT TO DPAYCSA-X-CT.
           MOVE DPAYCSA-TOTAL-LINE TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * AN OWNER'S OVERDUE CASES OF THE TYPE, OLDEST TARGET FIRST,    *
      * AND THEIR COUNT.                                              *
      *****************************************************************
       4200-PRINT-ONE-OWNER.
           MOVE DPAYCSA-OV-OWNER TO DPAYCSA-CURR-OWNER.
           MOVE ZERO TO DPAYCSA-OWNER-CT.
           PERFORM 4300-PRINT-CASE
               THRU 4300-EXIT
               UNTIL DPAYCSA-OVDS-EOF
               OR DPAYCSA-OV-CASE-TYPE NOT = DPAYCSA-CURR-TYPE
               OR DPAYCSA-OV-OWNER NOT = DPAYCSA-CURR-OWNER.
           MOVE SPACES TO DPAYCSA-X-LABEL.
           STRING "OVERDUE FOR " DELIMITED BY SIZE
                  DPAYCSA-CURR-OWNER DELIMITED BY SIZE
               INTO DPAYCSA-X-LABEL
           END-STRING.
           MOVE DPAYCSA-OWNER-CT TO DPAYCSA-X-CT.
           MOVE DPAYCSA-TOTAL-LINE TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
           ADD DPAYCSA-OWNER-CT TO DPAYCSA-TYPE-CT.
       4200-EXIT.
           EXIT.

       4300-PRINT-CASE.
           ADD 1 TO DPAYCSA-OWNER-CT.
           MOVE DPAYCSA-OV-OWNER TO DPAYCSA-D-OWNER.
           MOVE DPAYCSA-OV-CASE-NO TO DPAYCSA-D-CASE-NO.
           MOVE DPAYCSA-OV-CONSENT-ID TO DPAYCSA-D-CONSENT-ID.
           MOVE DPAYCSA-OV-OPENED-DATE TO DPAYCSA-D-OPENED.
           MOVE DPAYCSA-OV-TARGET-DATE TO DPAYCSA-D-TARGET.
           MOVE DPAYCSA-OV-OVER-DAYS TO DPAYCSA-D-OVER-DAYS.
           MOVE DPAYCSA-OV-LAST-ACTION TO DPAYCSA-D-LAST-ACTION.
           MOVE DPAYCSA-OV-SUMMARY TO DPAYCSA-D-SUMMARY.
           MOVE DPAYCSA-DETAIL-LINE TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
           PERFORM 4050-READ-OVERDUE
               THRU 4050-EXIT.
       4300-EXIT.
           EXIT.

      *****************************************************************
      * COUNT THE BUSINESS DAYS ON THE HOUSE CALENDAR FROM THE        *
      * TARGET DATE TO TODAY - HOW FAR OVERDUE THE CASE IS.  A TARGET *
      * DATE THAT IS NOT NUMERIC COUNTS AS ZERO.                      *
      *****************************************************************
       7000-BUSINESS-DAYS-OVER.
           MOVE ZERO TO DPAYCSA-OVER-DAYS.
           MOVE DPAYCSE-TARGET-DATE (1:4) TO DPAYCSA-WORK-DATE (1:4).
           MOVE DPAYCSE-TARGET-DATE (6:2) TO DPAYCSA-WORK-DATE (5:2).
           MOVE DPAYCSE-TARGET-DATE (9:2) TO DPAYCSA-WORK-DATE (7:2).
           IF DPAYCSA-WORK-DATE-N NOT NUMERIC
               GO TO 7000-EXIT
           END-IF.
           SET DPAYBDP-COUNT-DAYS TO TRUE.
           MOVE "*DEFAULT" TO DPAYBDP-SCHEME.
           MOVE DPAYCSA-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           MOVE DPAYCSA-TODAY-DATE-N TO DPAYBDP-TO-DATE.
           CALL "DPAYBDY" USING DPAYCSA-BDY-PARMS.
           MOVE DPAYBDP-DAY-COUNT TO DPAYCSA-OVER-DAYS.
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
           MOVE DPAYCSA-OPEN-CT TO DPAYCSA-S-OPEN-CT.
           MOVE DPAYCSA-OVERDUE-CT TO DPAYCSA-S-OVERDUE-CT.
           MOVE DPAYCSA-SUMMARY-1 TO DPAYCSAR-LINE.
           WRITE DPAYCSAR-LINE.
           CLOSE DPAYCASE-FILE.
           CLOSE DPAYCSAR-FILE.
       9000-EXIT.
           EXIT.

      *****************************************************************
      * REGISTER THE FINISH WITH THE RUN'S RETURN CODE AND KEY        *
      * COUNTS.  THE CALL MUST NOT DISTURB THE RETURN CODE.           *
      *****************************************************************
       9900-REGISTER-FINISH.
           SET DPAYRCP-FINISH TO TRUE.
           MOVE RETURN-CODE TO DPAYRCP-RETURN-CD.
           MOVE "OPEN CASES" TO DPAYRCP-COUNT-LABEL (1).
           MOVE DPAYCSA-OPEN-CT TO DPAYRCP-COUNT-VALUE (1).
           MOVE "OVERDUE" TO DPAYRCP-COUNT-LABEL (2).
           MOVE DPAYCSA-OVERDUE-CT TO DPAYRCP-COUNT-VALUE (2).
           CALL "DPAYRUN" USING DPAYCSA-RUN-PARMS.
           MOVE DPAYRCP-RETURN-CD TO RETURN-CODE.
       9900-EXIT.
           EXIT.
