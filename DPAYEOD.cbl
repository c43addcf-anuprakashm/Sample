      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYEOD                                          *
      * DESCRIPTION: End-of-night run-control status report and       *
      *              business-date roll.  Lists, from the run-control *
      *              ledger (DPAYRCL), every batch run registered on  *
      *              the business date in the order the runs started  *
      *              - started and finished times, completed, failed  *
      *              or refused, return code, key counts and any      *
      *              refusal reason - then what is still outstanding: *
      *              each nightly job in the batch job table          *
      *              (DPAYJOB) that has not completed on the date,    *
      *              and any job whose last run started but never     *
      *              finished (still running, or abended).            *
      *              On a ROLL card the open business date is closed  *
      *              and the next business day on the '*DEFAULT'      *
      *              calendar (DPAYBDY) opened; the close is          *
      *              registered on the ledger as the date's last run. *
      *              THE ROLL IS REFUSED, WITH RETURN CODE 16, WHILE  *
      *              ANYTHING IS OUTSTANDING - UNLESS THE CARD FORCES *
      *              IT, WHEN THE CLOSE RECORDS HOW MANY WERE LEFT -  *
      *              AND FOR ANY DATE BUT THE OPEN ONE.  A ledger     *
      *              update the roll cannot make is printed with its  *
      *              file status and also ends RC 16.  Without a      *
      *              card the open business date is reported and      *
      *              nothing is changed.  A card carries the ID of    *
      *              the operator submitting it; an operator DPAYOPV  *
      *              does not know, or who is not entitled to         *
      *              DPAYEOD, gets no report and no roll.             *
      *              The report is DPAYEODR.                          *
      *                                                               *
      * INPUT CARD FORMAT (DPAYEODC) - OPTIONAL :                     *
      *   COLS 1-4   'ROLL' = CLOSE THE OPEN BUSINESS DATE;           *
      *              SPACES = REPORT ONLY                             *
      *   COL  5     'F' = FORCE THE ROLL WITH JOBS OUTSTANDING       *
      *   COLS 6-15  BUSINESS DATE TO REPORT, YYYY-MM-DD (SPACES =    *
      *              THE OPEN BUSINESS DATE)                          *
      *   COLS 73-80 OPERATOR ID                                      *
      *                                                               *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/05/13  RSH  INITIAL VERSION.                              *
      *  19/06/10  RSH  JOB STATUS TABLE SIZED FOR THE CASE BATCHES   *
      *                 (DPAYCSA, DPAYCSM).                           *
      *  19/07/01  RSH  KEEP THE CARD FIELDS ONCE THE CARD FILE IS    *
      *                 CLOSED.                                       *
      *  19/07/15  RSH  CHECK THE LEDGER UPDATES MADE BY THE ROLL; A  *
      *                 FAILED UPDATE IS PRINTED AND ENDS RC 16.      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYEOD.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  13/05/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYEODC-FILE ASSIGN TO "DPAYEODC"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYEOD-CARD-STATUS.

           SELECT DPAYRCL-FILE ASSIGN TO "DPAYRCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYRCL-KEY
               FILE STATUS IS DPAYEOD-LEDGER-STATUS.

           SELECT DPAYEODR-FILE ASSIGN TO "DPAYEODR"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DPAYEOD-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYEODC-FILE
           RECORDING MODE IS F.
       01  DPAYEODC-CARD.
           05  DPAYEODC-FUNCTION          PIC X(04).
           05  DPAYEODC-FORCE             PIC X(01).
           05  DPAYEODC-BUS-DATE          PIC X(10).
           05  FILLER                     PIC X(57).
           05  DPAYEODC-OPER-ID           PIC X(08).

       FD  DPAYRCL-FILE.
           COPY DPAYRCL.

       FD  DPAYEODR-FILE
           RECORDING MODE IS F.
       01  DPAYEODR-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.
       77  DPAYEOD-CARD-STATUS        PIC X(02).
           88  DPAYEOD-CARD-OK            VALUE "00".
           88  DPAYEOD-CARD-NOT-FOUND     VALUE "35".

       77  DPAYEOD-LEDGER-STATUS      PIC X(02).
           88  DPAYEOD-LEDGER-OK          VALUE "00".
           88  DPAYEOD-LEDGER-NOT-FOUND   VALUE "23", "35".

       77  DPAYEOD-REPORT-STATUS      PIC X(02).

       77  DPAYEOD-CARD-SW            PIC X(01) VALUE "N".
           88  DPAYEOD-CARD-SUPPLIED       VALUE "Y".

       77  DPAYEOD-SCAN-SW            PIC X(01).
           88  DPAYEOD-SCAN-ENDED          VALUE "Y".

      *****************************************************************
      * THE CARD'S FIELDS, KEPT ONCE THE CARD FILE IS CLOSED.         *
      *****************************************************************
       77  DPAYEOD-CARD-FUNCTION      PIC X(04) VALUE SPACES.
           88  DPAYEOD-ROLL                VALUE "ROLL".
       77  DPAYEOD-CARD-FORCE         PIC X(01) VALUE SPACE.
           88  DPAYEOD-FORCED              VALUE "F".
       77  DPAYEOD-CARD-BUS-DATE      PIC X(10) VALUE SPACES.
       77  DPAYEOD-OPER-ID            PIC X(08) VALUE SPACES.
       77  DPAYEOD-FUNCTION           PIC X(08) VALUE "DPAYEOD".
       77  DPAYEOD-OPER-REASON        PIC X(30) VALUE SPACES.

       77  DPAYEOD-REPORT-DATE        PIC X(10).
       77  DPAYEOD-OPEN-DATE          PIC X(10).
       77  DPAYEOD-NEXT-DATE          PIC X(10).
       77  DPAYEOD-DAY-INTEGER        PIC S9(09) COMP.

       77  DPAYEOD-JOB-SUB            PIC 9(03) COMP.
       77  DPAYEOD-JOB-FOUND-SUB      PIC 9(03) COMP.
       77  DPAYEOD-CT-SUB             PIC 9(03) COMP.
       77  DPAYEOD-CLOSE-SEQ          PIC 9(05).

       77  DPAYEOD-RUN-CT             PIC 9(07) COMP-3 VALUE 0.
       77  DPAYEOD-COMPLETED-CT       PIC 9(07) COMP-3 VALUE 0.
       77  DPAYEOD-FAILED-CT          PIC 9(07) COMP-3 VALUE 0.
       77  DPAYEOD-REFUSED-CT         PIC 9(07) COMP-3 VALUE 0.
       77  DPAYEOD-OUTSTANDING-CT     PIC 9(07) COMP-3 VALUE 0.

       77  DPAYEOD-STOP-RC            PIC S9(4) VALUE +16.

      *****************************************************************
      * WHERE EACH JOB IN THE TABLE STANDS ON THE DATE REPORTED - ITS *
      * LAST RUN'S STATE, SPACES IF IT HAS NOT RUN, AND WHETHER ANY   *
      * RUN OF IT COMPLETED.                                          *
      *****************************************************************
       01  DPAYEOD-JOB-STATUS.
           05  DPAYEOD-JOB-ENTRY      OCCURS 27 TIMES.
               10  DPAYEOD-JOB-LAST-STATE PIC X(01).
               10  DPAYEOD-JOB-DONE-SW    PIC X(01).
                   88  DPAYEOD-JOB-DONE       VALUE "Y".

           COPY DPAYJOB.

       01  DPAYEOD-BDY-PARMS.
           COPY DPAYBDP.

       01  DPAYEOD-TODAY-DATE         PIC X(08).
       01  DPAYEOD-TIME-NOW           PIC X(08).

       01  DPAYEOD-WORK-DATE          PIC X(08).
       01  DPAYEOD-WORK-DATE-N REDEFINES DPAYEOD-WORK-DATE
                                      PIC 9(08).

       01  DPAYEOD-NOW-TS.
           05  DPAYEOD-NOW-DATE.
               10  DPAYEOD-NOW-YEAR       PIC X(04).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYEOD-NOW-MONTH      PIC X(02).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYEOD-NOW-DAY        PIC X(02).
           05  FILLER                     PIC X(01) VALUE "T".
           05  DPAYEOD-NOW-HH             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYEOD-NOW-MM             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYEOD-NOW-SS             PIC X(02).

       01  DPAYEOD-STATE-TEXT         PIC X(22).
       01  DPAYEOD-CLASS-TEXT         PIC X(10).

       01  DPAYEOD-HEADING-1.
           05  FILLER                     PIC X(44)
               VALUE "DPAYEOD - RUN-CONTROL STATUS AND DAY CLOSE".
           05  FILLER                     PIC X(06) VALUE SPACES.
           05  FILLER                     PIC X(07) VALUE "RUN ON ".
           05  DPAYEOD-H1-DATE            PIC X(10).

       01  DPAYEOD-HEADING-2.
           05  FILLER                     PIC X(16)
               VALUE "BUSINESS DATE : ".
           05  DPAYEOD-H2-DATE            PIC X(10).
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  DPAYEOD-H2-OPEN            PIC X(30).
           05  FILLER                     PIC X(14)
               VALUE "   OPERATOR : ".
           05  DPAYEOD-H2-OPER            PIC X(08).

       01  DPAYEOD-HEADING-3.
           05  FILLER                     PIC X(07) VALUE "SEQ".
           05  FILLER                     PIC X(10) VALUE "PROGRAM".
           05  FILLER                     PIC X(12) VALUE "STATE".
           05  FILLER                     PIC X(21) VALUE "STARTED".
           05  FILLER                     PIC X(21) VALUE "FINISHED".
           05  FILLER                     PIC X(05) VALUE "   RC".

       01  DPAYEOD-RUN-LINE.
           05  DPAYEOD-RL-SEQ             PIC ZZZZ9.
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYEOD-RL-PROGRAM         PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYEOD-RL-STATE           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYEOD-RL-START           PIC X(19).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYEOD-RL-END             PIC X(19).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYEOD-RL-RC              PIC -ZZZ9.

       01  DPAYEOD-COUNT-LINE.
           05  FILLER                     PIC X(17) VALUE SPACES.
           05  DPAYEOD-CL-ENTRY           OCCURS 3 TIMES.
               10  DPAYEOD-CL-LABEL       PIC X(16).
               10  FILLER                 PIC X(01) VALUE SPACES.
               10  DPAYEOD-CL-VALUE       PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                 PIC X(04) VALUE SPACES.

       01  DPAYEOD-MESSAGE-LINE.
           05  FILLER                     PIC X(17) VALUE SPACES.
           05  DPAYEOD-ML-TEXT            PIC X(60).

       01  DPAYEOD-NO-RUNS-LINE.
           05  FILLER                     PIC X(40)
               VALUE "NO RUNS REGISTERED ON THE BUSINESS DATE".

       01  DPAYEOD-OUT-HEADING.
           05  FILLER                     PIC X(20)
               VALUE "OUTSTANDING".

       01  DPAYEOD-OUT-LINE.
           05  FILLER                     PIC X(07) VALUE SPACES.
           05  DPAYEOD-OL-PROGRAM         PIC X(08).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYEOD-OL-CLASS           PIC X(10).
           05  FILLER                     PIC X(02) VALUE SPACES.
           05  DPAYEOD-OL-STATE           PIC X(22).

       01  DPAYEOD-NONE-OUT-LINE.
           05  FILLER                     PIC X(40)
               VALUE "NOTHING OUTSTANDING".

       01  DPAYEOD-RESULT-LINE.
           05  DPAYEOD-RS-TEXT            PIC X(80).

       01  DPAYEOD-REJECT-LINE.
           05  FILLER                     PIC X(29)
               VALUE "RUN-CONTROL CARD REJECTED - ".
           05  DPAYEOD-RJ-REASON          PIC X(30).

       01  DPAYEOD-SUMMARY-1.
           05  FILLER                     PIC X(24)
               VALUE "RUNS REGISTERED      : ".
           05  DPAYEOD-S-RUN-CT           PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "COMPLETED            : ".
           05  DPAYEOD-S-COMPLETED-CT     PIC ZZZ,ZZ9.

       01  DPAYEOD-SUMMARY-2.
           05  FILLER                     PIC X(24)
               VALUE "FAILED               : ".
           05  DPAYEOD-S-FAILED-CT        PIC ZZZ,ZZ9.
           05  FILLER                     PIC X(04) VALUE SPACES.
           05  FILLER                     PIC X(24)
               VALUE "REFUSED              : ".
           05  DPAYEOD-S-REFUSED-CT       PIC ZZZ,ZZ9.

       01  DPAYEOD-SUMMARY-3.
           05  FILLER                     PIC X(24)
               VALUE "JOBS OUTSTANDING     : ".
           05  DPAYEOD-S-OUTSTANDING-CT   PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALISE
               THRU 1000-EXIT.
           IF DPAYEOD-OPER-REASON = SPACES
               PERFORM 2000-LIST-RUNS
                   THRU 2000-EXIT
               PERFORM 3000-LIST-OUTSTANDING
                   THRU 3000-EXIT
               IF DPAYEOD-ROLL
                   PERFORM 4000-ROLL-BUSINESS-DATE
                       THRU 4000-EXIT
               END-IF
           END-IF.
           PERFORM 9000-TERMINATE
               THRU 9000-EXIT.
           GOBACK.

      *****************************************************************
      * READ THE CARD, OPEN THE LEDGER - CREATING IT AND ITS CONTROL  *
      * RECORD IF NO RUN HAS EVER BEEN REGISTERED - AND CHECK THE     *
      * OPERATOR ON A CARD.                                           *
      *****************************************************************
       1000-INITIALISE.
           ACCEPT DPAYEOD-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYEOD-TIME-NOW FROM TIME.
           MOVE DPAYEOD-TODAY-DATE (1:4) TO DPAYEOD-NOW-YEAR.
           MOVE DPAYEOD-TODAY-DATE (5:2) TO DPAYEOD-NOW-MONTH.
           MOVE DPAYEOD-TODAY-DATE (7:2) TO DPAYEOD-NOW-DAY.
           MOVE DPAYEOD-TIME-NOW (1:2) TO DPAYEOD-NOW-HH.
           MOVE DPAYEOD-TIME-NOW (3:2) TO DPAYEOD-NOW-MM.
           MOVE DPAYEOD-TIME-NOW (5:2) TO DPAYEOD-NOW-SS.
           PERFORM 1100-READ-PARAMETER-CARD
               THRU 1100-EXIT.
           OPEN OUTPUT DPAYEODR-FILE.
           MOVE DPAYEOD-NOW-DATE TO DPAYEOD-H1-DATE.
           MOVE DPAYEOD-HEADING-1 TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           OPEN I-O DPAYRCL-FILE.
           IF DPAYEOD-LEDGER-NOT-FOUND
               OPEN OUTPUT DPAYRCL-FILE
               CLOSE DPAYRCL-FILE
               OPEN I-O DPAYRCL-FILE
           END-IF.
           PERFORM 1200-READ-CONTROL
               THRU 1200-EXIT.
           IF DPAYEOD-LEDGER-NOT-FOUND
               MOVE SPACES TO DPAYRCL-RECORD
               MOVE ZERO TO DPAYRCL-RUN-SEQ
               MOVE DPAYEOD-NOW-DATE TO DPAYRCL-OPEN-BUS-DATE
               MOVE ZERO TO DPAYRCL-LAST-RUN-SEQ
               WRITE DPAYRCL-RECORD
           END-IF.
           MOVE DPAYRCL-OPEN-BUS-DATE TO DPAYEOD-OPEN-DATE.
           IF DPAYEOD-CARD-BUS-DATE = SPACES
               MOVE DPAYEOD-OPEN-DATE TO DPAYEOD-REPORT-DATE
           ELSE
               MOVE DPAYEOD-CARD-BUS-DATE TO DPAYEOD-REPORT-DATE
           END-IF.
           MOVE DPAYEOD-REPORT-DATE TO DPAYEOD-H2-DATE.
           IF DPAYEOD-REPORT-DATE = DPAYEOD-OPEN-DATE
               MOVE "(OPEN)" TO DPAYEOD-H2-OPEN
           ELSE
               MOVE "(CLOSED)" TO DPAYEOD-H2-OPEN
           END-IF.
           MOVE DPAYEOD-OPER-ID TO DPAYEOD-H2-OPER.
           MOVE DPAYEOD-HEADING-2 TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           IF DPAYEOD-CARD-SUPPLIED
               CALL "DPAYOPV" USING DPAYEOD-OPER-ID, DPAYEOD-FUNCTION,
                                    DPAYEOD-OPER-REASON
           END-IF.
           IF DPAYEOD-OPER-REASON NOT = SPACES
               MOVE DPAYEOD-OPER-REASON TO DPAYEOD-RJ-REASON
               MOVE DPAYEOD-REJECT-LINE TO DPAYEODR-LINE
               WRITE DPAYEODR-LINE
               IF DPAYEOD-ROLL
                   MOVE DPAYEOD-STOP-RC TO RETURN-CODE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * NO CARD FILE, OR AN EMPTY ONE, REPORTS THE OPEN DATE.         *
      *****************************************************************
       1100-READ-PARAMETER-CARD.
           OPEN INPUT DPAYEODC-FILE.
           IF DPAYEOD-CARD-NOT-FOUND
               GO TO 1100-EXIT
           END-IF.
           READ DPAYEODC-FILE
               AT END
                   CONTINUE
           END-READ.
           IF DPAYEOD-CARD-OK
               SET DPAYEOD-CARD-SUPPLIED TO TRUE
               MOVE DPAYEODC-FUNCTION TO DPAYEOD-CARD-FUNCTION
               MOVE DPAYEODC-FORCE TO DPAYEOD-CARD-FORCE
               MOVE DPAYEODC-BUS-DATE TO DPAYEOD-CARD-BUS-DATE
               MOVE DPAYEODC-OPER-ID TO DPAYEOD-OPER-ID
           END-IF.
           CLOSE DPAYEODC-FILE.
       1100-EXIT.
           EXIT.

       1200-READ-CONTROL.
           MOVE SPACES TO DPAYRCL-BUS-DATE.
           MOVE ZERO TO DPAYRCL-RUN-SEQ.
           READ DPAYRCL-FILE
               KEY IS DPAYRCL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * EVERY RUN ON THE DATE, IN THE ORDER THE RUNS STARTED, NOTING  *
      * WHERE EACH JOB IN THE TABLE STANDS.                           *
      *****************************************************************
       2000-LIST-RUNS.
           MOVE SPACES TO DPAYEOD-JOB-STATUS.
           MOVE SPACES TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           MOVE DPAYEOD-HEADING-3 TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           MOVE "N" TO DPAYEOD-SCAN-SW.
           MOVE DPAYEOD-REPORT-DATE TO DPAYRCL-BUS-DATE.
           MOVE 1 TO DPAYRCL-RUN-SEQ.
           START DPAYRCL-FILE
               KEY IS NOT LESS THAN DPAYRCL-KEY
               INVALID KEY
                   SET DPAYEOD-SCAN-ENDED TO TRUE
           END-START.
           PERFORM 2100-LIST-ONE-RUN
               THRU 2100-EXIT
               UNTIL DPAYEOD-SCAN-ENDED.
           IF DPAYEOD-RUN-CT = ZERO
               MOVE DPAYEOD-NO-RUNS-LINE TO DPAYEODR-LINE
               WRITE DPAYEODR-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-RUN.
           READ DPAYRCL-FILE NEXT RECORD
               AT END
                   SET DPAYEOD-SCAN-ENDED TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF DPAYRCL-BUS-DATE NOT = DPAYEOD-REPORT-DATE
               SET DPAYEOD-SCAN-ENDED TO TRUE
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO DPAYEOD-RUN-CT.
           EVALUATE TRUE
               WHEN DPAYRCL-RUN-COMPLETED
                   ADD 1 TO DPAYEOD-COMPLETED-CT
                   MOVE "COMPLETED" TO DPAYEOD-RL-STATE
               WHEN DPAYRCL-RUN-FAILED
                   ADD 1 TO DPAYEOD-FAILED-CT
                   MOVE "FAILED" TO DPAYEOD-RL-STATE
               WHEN DPAYRCL-RUN-REFUSED
                   ADD 1 TO DPAYEOD-REFUSED-CT
                   MOVE "REFUSED" TO DPAYEOD-RL-STATE
               WHEN OTHER
                   MOVE "STARTED" TO DPAYEOD-RL-STATE
           END-EVALUATE.
           MOVE DPAYRCL-RUN-SEQ TO DPAYEOD-RL-SEQ.
           MOVE DPAYRCL-PROGRAM TO DPAYEOD-RL-PROGRAM.
           MOVE DPAYRCL-START-TS TO DPAYEOD-RL-START.
           MOVE DPAYRCL-END-TS TO DPAYEOD-RL-END.
           MOVE DPAYRCL-RETURN-CD TO DPAYEOD-RL-RC.
           MOVE DPAYEOD-RUN-LINE TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           IF DPAYRCL-COUNT-LABEL (1) NOT = SPACES
               PERFORM 2110-FORMAT-COUNT
                   THRU 2110-EXIT
                   VARYING DPAYEOD-CT-SUB FROM 1 BY 1
                   UNTIL DPAYEOD-CT-SUB > 3
               MOVE DPAYEOD-COUNT-LINE TO DPAYEODR-LINE
               WRITE DPAYEODR-LINE
           END-IF.
           IF DPAYRCL-MESSAGE NOT = SPACES
               MOVE DPAYRCL-MESSAGE TO DPAYEOD-ML-TEXT
               MOVE DPAYEOD-MESSAGE-LINE TO DPAYEODR-LINE
               WRITE DPAYEODR-LINE
           END-IF.
           PERFORM 2200-NOTE-JOB
               THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

       2110-FORMAT-COUNT.
           MOVE DPAYRCL-COUNT-LABEL (DPAYEOD-CT-SUB)
               TO DPAYEOD-CL-LABEL (DPAYEOD-CT-SUB).
           IF DPAYRCL-COUNT-LABEL (DPAYEOD-CT-SUB) = SPACES
               MOVE SPACES TO DPAYEOD-CL-ENTRY (DPAYEOD-CT-SUB)
           ELSE
               MOVE DPAYRCL-COUNT-VALUE (DPAYEOD-CT-SUB)
                   TO DPAYEOD-CL-VALUE (DPAYEOD-CT-SUB)
           END-IF.
       2110-EXIT.
           EXIT.

       2200-NOTE-JOB.
           MOVE ZERO TO DPAYEOD-JOB-FOUND-SUB.
           PERFORM 2210-MATCH-JOB
               THRU 2210-EXIT
               VARYING DPAYEOD-JOB-SUB FROM 1 BY 1
               UNTIL DPAYEOD-JOB-SUB > DPAYJOB-ENTRY-CT
                  OR DPAYEOD-JOB-FOUND-SUB > ZERO.
           IF DPAYEOD-JOB-FOUND-SUB = ZERO
               GO TO 2200-EXIT
           END-IF.
           MOVE DPAYRCL-RUN-STATE
               TO DPAYEOD-JOB-LAST-STATE (DPAYEOD-JOB-FOUND-SUB).
           IF DPAYRCL-RUN-COMPLETED
               SET DPAYEOD-JOB-DONE (DPAYEOD-JOB-FOUND-SUB) TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.

       2210-MATCH-JOB.
           IF DPAYJOB-PROGRAM (DPAYEOD-JOB-SUB) = DPAYRCL-PROGRAM
               MOVE DPAYEOD-JOB-SUB TO DPAYEOD-JOB-FOUND-SUB
           END-IF.
       2210-EXIT.
           EXIT.

      *****************************************************************
      * A NIGHTLY JOB NOT YET COMPLETED, OR ANY JOB WHOSE LAST RUN    *
      * NEVER FINISHED, IS OUTSTANDING.                               *
      *****************************************************************
       3000-LIST-OUTSTANDING.
           MOVE SPACES TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           MOVE DPAYEOD-OUT-HEADING TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           PERFORM 3100-CHECK-JOB
               THRU 3100-EXIT
               VARYING DPAYEOD-JOB-SUB FROM 1 BY 1
               UNTIL DPAYEOD-JOB-SUB > DPAYJOB-ENTRY-CT.
           IF DPAYEOD-OUTSTANDING-CT = ZERO
               MOVE DPAYEOD-NONE-OUT-LINE TO DPAYEODR-LINE
               WRITE DPAYEODR-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-JOB.
           IF DPAYEOD-JOB-LAST-STATE (DPAYEOD-JOB-SUB) = "S"
               MOVE "STARTED, NOT FINISHED" TO DPAYEOD-STATE-TEXT
           ELSE
               IF NOT DPAYJOB-NIGHTLY (DPAYEOD-JOB-SUB)
                   OR DPAYEOD-JOB-DONE (DPAYEOD-JOB-SUB)
                   GO TO 3100-EXIT
               END-IF
               EVALUATE DPAYEOD-JOB-LAST-STATE (DPAYEOD-JOB-SUB)
                   WHEN "F"
                       MOVE "FAILED" TO DPAYEOD-STATE-TEXT
                   WHEN "R"
                       MOVE "REFUSED" TO DPAYEOD-STATE-TEXT
                   WHEN OTHER
                       MOVE "NOT RUN" TO DPAYEOD-STATE-TEXT
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
               WHEN DPAYJOB-NIGHTLY (DPAYEOD-JOB-SUB)
                   MOVE "NIGHTLY" TO DPAYEOD-CLASS-TEXT
               WHEN DPAYJOB-PERIODIC (DPAYEOD-JOB-SUB)
                   MOVE "PERIODIC" TO DPAYEOD-CLASS-TEXT
               WHEN OTHER
                   MOVE "ON REQUEST" TO DPAYEOD-CLASS-TEXT
           END-EVALUATE.
           ADD 1 TO DPAYEOD-OUTSTANDING-CT.
           MOVE DPAYJOB-PROGRAM (DPAYEOD-JOB-SUB) TO DPAYEOD-OL-PROGRAM.
           MOVE DPAYEOD-CLASS-TEXT TO DPAYEOD-OL-CLASS.
           MOVE DPAYEOD-STATE-TEXT TO DPAYEOD-OL-STATE.
           MOVE DPAYEOD-OUT-LINE TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
       3100-EXIT.
           EXIT.

      *****************************************************************
      * CLOSE THE OPEN BUSINESS DATE AND OPEN THE NEXT BUSINESS DAY.  *
      * ONLY THE OPEN DATE CAN BE CLOSED, AND ONLY WITH NOTHING       *
      * OUTSTANDING UNLESS THE CARD FORCES IT.                        *
      *****************************************************************
       4000-ROLL-BUSINESS-DATE.
           MOVE SPACES TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           MOVE SPACES TO DPAYEOD-RS-TEXT.
           IF DPAYEOD-REPORT-DATE NOT = DPAYEOD-OPEN-DATE
               MOVE "ROLL REFUSED - NOT THE OPEN BUSINESS DATE"
                   TO DPAYEOD-RS-TEXT
               MOVE DPAYEOD-STOP-RC TO RETURN-CODE
               GO TO 4000-WRITE-RESULT
           END-IF.
           IF DPAYEOD-OUTSTANDING-CT > ZERO
               AND NOT DPAYEOD-FORCED
               MOVE "ROLL REFUSED - JOBS STILL OUTSTANDING"
                   TO DPAYEOD-RS-TEXT
               MOVE DPAYEOD-STOP-RC TO RETURN-CODE
               GO TO 4000-WRITE-RESULT
           END-IF.
           PERFORM 4100-NEXT-BUSINESS-DATE
               THRU 4100-EXIT.
           PERFORM 4200-REGISTER-CLOSE
               THRU 4200-EXIT.
           IF DPAYEOD-RS-TEXT NOT = SPACES
               GO TO 4000-WRITE-RESULT
           END-IF.
           STRING "BUSINESS DATE " DELIMITED BY SIZE
                  DPAYEOD-OPEN-DATE DELIMITED BY SIZE
                  " CLOSED - NEXT BUSINESS DATE " DELIMITED BY SIZE
                  DPAYEOD-NEXT-DATE DELIMITED BY SIZE
               INTO DPAYEOD-RS-TEXT
           END-STRING.
       4000-WRITE-RESULT.
           MOVE DPAYEOD-RESULT-LINE TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           IF DPAYEOD-OUTSTANDING-CT > ZERO
               AND DPAYEOD-FORCED
               AND RETURN-CODE = ZERO
               MOVE "CLOSE FORCED WITH JOBS OUTSTANDING - SEE ABOVE"
                   TO DPAYEOD-RS-TEXT
               MOVE DPAYEOD-RESULT-LINE TO DPAYEODR-LINE
               WRITE DPAYEODR-LINE
           END-IF.
       4000-EXIT.
           EXIT.

      *****************************************************************
      * THE FIRST BUSINESS DAY AFTER THE OPEN DATE ON THE DEFAULT     *
      * CALENDAR.                                                     *
      *****************************************************************
       4100-NEXT-BUSINESS-DATE.
           MOVE DPAYEOD-OPEN-DATE (1:4) TO DPAYEOD-WORK-DATE (1:4).
           MOVE DPAYEOD-OPEN-DATE (6:2) TO DPAYEOD-WORK-DATE (5:2).
           MOVE DPAYEOD-OPEN-DATE (9:2) TO DPAYEOD-WORK-DATE (7:2).
           COMPUTE DPAYEOD-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (DPAYEOD-WORK-DATE-N) + 1.
           COMPUTE DPAYEOD-WORK-DATE-N =
               FUNCTION DATE-OF-INTEGER (DPAYEOD-DAY-INTEGER).
           SET DPAYBDP-NEXT-DAY TO TRUE.
           MOVE "*DEFAULT" TO DPAYBDP-SCHEME.
           MOVE DPAYEOD-WORK-DATE-N TO DPAYBDP-FROM-DATE.
           CALL "DPAYBDY" USING DPAYEOD-BDY-PARMS.
           MOVE DPAYBDP-RESULT-DATE TO DPAYEOD-WORK-DATE-N.
           MOVE SPACES TO DPAYEOD-NEXT-DATE.
           STRING DPAYEOD-WORK-DATE (1:4) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DPAYEOD-WORK-DATE (5:2) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DPAYEOD-WORK-DATE (7:2) DELIMITED BY SIZE
               INTO DPAYEOD-NEXT-DATE
           END-STRING.
       4100-EXIT.
           EXIT.

      *****************************************************************
      * THE CLOSE IS THE DATE'S LAST RUN RECORD; THE CONTROL RECORD   *
      * THEN MOVES TO THE NEXT BUSINESS DATE, NUMBERING AFRESH.  A    *
      * LEDGER UPDATE THAT FAILS LEAVES THE RESULT TEXT SET, WITH THE *
      * FILE STATUS, AND THE RETURN CODE AT 16.                       *
      *****************************************************************
       4200-REGISTER-CLOSE.
           PERFORM 1200-READ-CONTROL
               THRU 1200-EXIT.
           ADD 1 TO DPAYRCL-LAST-RUN-SEQ.
           MOVE DPAYEOD-OPEN-DATE TO DPAYRCL-LAST-CLOSED-DATE.
           MOVE DPAYEOD-NOW-TS TO DPAYRCL-CLOSED-TS.
           MOVE DPAYEOD-NEXT-DATE TO DPAYRCL-OPEN-BUS-DATE.
           MOVE DPAYRCL-LAST-RUN-SEQ TO DPAYEOD-CLOSE-SEQ.
           MOVE ZERO TO DPAYRCL-LAST-RUN-SEQ.
           REWRITE DPAYRCL-RECORD.
           IF NOT DPAYEOD-LEDGER-OK
               STRING "ROLL FAILED - LEDGER CONTROL RECORD NOT UPDATED,"
                          DELIMITED BY SIZE
                      " STATUS " DELIMITED BY SIZE
                      DPAYEOD-LEDGER-STATUS DELIMITED BY SIZE
                   INTO DPAYEOD-RS-TEXT
               END-STRING
               MOVE DPAYEOD-STOP-RC TO RETURN-CODE
               GO TO 4200-EXIT
           END-IF.
           MOVE SPACES TO DPAYRCL-RECORD.
           MOVE DPAYEOD-OPEN-DATE TO DPAYRCL-BUS-DATE.
           MOVE DPAYEOD-CLOSE-SEQ TO DPAYRCL-RUN-SEQ.
           MOVE DPAYEOD-FUNCTION TO DPAYRCL-PROGRAM.
           SET DPAYRCL-RUN-COMPLETED TO TRUE.
           MOVE DPAYEOD-NOW-TS TO DPAYRCL-START-TS.
           MOVE DPAYEOD-NOW-TS TO DPAYRCL-END-TS.
           MOVE ZERO TO DPAYRCL-RETURN-CD.
           MOVE "JOBS OUTSTANDING" TO DPAYRCL-COUNT-LABEL (1).
           MOVE DPAYEOD-OUTSTANDING-CT TO DPAYRCL-COUNT-VALUE (1).
           MOVE ZERO TO DPAYRCL-COUNT-VALUE (2).
           MOVE ZERO TO DPAYRCL-COUNT-VALUE (3).
           IF DPAYEOD-OUTSTANDING-CT > ZERO
               STRING "CLOSE FORCED BY " DELIMITED BY SIZE
                      DPAYEOD-OPER-ID DELIMITED BY SPACE
                      " - NEXT BUSINESS DATE " DELIMITED BY SIZE
                      DPAYEOD-NEXT-DATE DELIMITED BY SIZE
                   INTO DPAYRCL-MESSAGE
               END-STRING
           ELSE
               STRING "CLOSED BY " DELIMITED BY SIZE
                      DPAYEOD-OPER-ID DELIMITED BY SPACE
                      " - NEXT BUSINESS DATE " DELIMITED BY SIZE
                      DPAYEOD-NEXT-DATE DELIMITED BY SIZE
                   INTO DPAYRCL-MESSAGE
               END-STRING
           END-IF.
           WRITE DPAYRCL-RECORD.
           IF NOT DPAYEOD-LEDGER-OK
               STRING "DATE ROLLED TO " DELIMITED BY SIZE
                      DPAYEOD-NEXT-DATE DELIMITED BY SIZE
                      " BUT CLOSE RECORD NOT WRITTEN, STATUS "
                          DELIMITED BY SIZE
                      DPAYEOD-LEDGER-STATUS DELIMITED BY SIZE
                   INTO DPAYEOD-RS-TEXT
               END-STRING
               MOVE DPAYEOD-STOP-RC TO RETURN-CODE
           END-IF.
       4200-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE SPACES TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           MOVE DPAYEOD-RUN-CT TO DPAYEOD-S-RUN-CT.
           MOVE DPAYEOD-COMPLETED-CT TO DPAYEOD-S-COMPLETED-CT.
           MOVE DPAYEOD-SUMMARY-1 TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           MOVE DPAYEOD-FAILED-CT TO DPAYEOD-S-FAILED-CT.
           MOVE DPAYEOD-REFUSED-CT TO DPAYEOD-S-REFUSED-CT.
           MOVE DPAYEOD-SUMMARY-2 TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           MOVE DPAYEOD-OUTSTANDING-CT TO DPAYEOD-S-OUTSTANDING-CT.
           MOVE DPAYEOD-SUMMARY-3 TO DPAYEODR-LINE.
           WRITE DPAYEODR-LINE.
           CLOSE DPAYRCL-FILE.
           CLOSE DPAYEODR-FILE.
       9000-EXIT.
           EXIT.
