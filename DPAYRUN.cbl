      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2019.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYRUN                                          *
      * DESCRIPTION: Run-control ledger service.  Every batch CALLs   *
      *              it as it starts and as it finishes - the         *
      *              parameter block is DPAYRCP - and each run is     *
      *              registered on the run-control ledger (DPAYRCL)   *
      *              against the business date now open, numbered in  *
      *              the order the runs started.  At the start the    *
      *              run is checked against the batch job table       *
      *              (DPAYJOB) and REFUSED when a job that must run   *
      *              before it has not completed on the business      *
      *              date, or when it is a nightly or periodic job    *
      *              that has already completed on it.  A refused     *
      *              start is registered with its reason, the reason  *
      *              is displayed on the job log, and the caller ends *
      *              with return code 16 without touching its files.  *
      *              At the finish the run's return code and key      *
      *              counts are kept; a return code of 16 or more     *
      *              registers the run as FAILED, which does not      *
      *              satisfy a later job's prerequisite or the close  *
      *              of the day, and the job may be rerun.  The first *
      *              run ever registered opens today as the business  *
      *              date; thereafter only the roll (DPAYEOD) moves   *
      *              it on.  A LEDGER THAT CANNOT BE OPENED REFUSES   *
      *              EVERY START, AS DOES A START THE LEDGER WILL NOT *
      *              TAKE; A FINISH IT WILL NOT TAKE IS DISPLAYED AND *
      *              RETURNED AS RETURN CODE 16; EITHER REASON GIVES  *
      *              THE FILE STATUS.  The file is opened and closed  *
      *              on every call.  CALLed by every batch in the     *
      *              nightly suite and every card-driven batch.       *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  19/05/13  RSH  INITIAL VERSION.                               *
      *  19/07/15  RSH  CHECK EVERY LEDGER WRITE; A START THE LEDGER  *
      *                 WILL NOT TAKE IS REFUSED, A FINISH RETURNS    *
      *                 RC 16.                                        *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYRUN.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  13/05/2019.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYRCL-FILE ASSIGN TO "DPAYRCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYRCL-KEY
               FILE STATUS IS DPAYRUN-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYRCL-FILE.
           COPY DPAYRCL.

       WORKING-STORAGE SECTION.
       77  DPAYRUN-LEDGER-STATUS      PIC X(02).
           88  DPAYRUN-LEDGER-OK          VALUE "00".
           88  DPAYRUN-LEDGER-EOF         VALUE "10".
           88  DPAYRUN-LEDGER-NOT-FOUND   VALUE "23", "35".

       77  DPAYRUN-OPEN-SW            PIC X(01).
           88  DPAYRUN-LEDGER-OPEN         VALUE "Y".

       77  DPAYRUN-DONE-SW            PIC X(01).
           88  DPAYRUN-ALREADY-DONE        VALUE "Y".

       77  DPAYRUN-SCAN-SW            PIC X(01).
           88  DPAYRUN-SCAN-ENDED          VALUE "Y".

       77  DPAYRUN-JOB-SUB            PIC 9(03) COMP.
       77  DPAYRUN-JOB-FOUND-SUB      PIC 9(03) COMP.
       77  DPAYRUN-REQ-SUB            PIC 9(03) COMP.
       77  DPAYRUN-CT-SUB             PIC 9(03) COMP.

       77  DPAYRUN-OPEN-DATE          PIC X(10).
       77  DPAYRUN-MSG-PTR            PIC 9(03) COMP.

      *****************************************************************
      * A LEDGER WRITE THAT FAILED, WITH ITS FILE STATUS - THE REASON *
      * A START IS REFUSED OR A FINISH IS RETURNED AS RC 16.          *
      *****************************************************************
       77  DPAYRUN-WRITE-ERROR        PIC X(60).

      *****************************************************************
      * THE CALLER'S ENTRY IN THE JOB TABLE - ONE NOT IN THE TABLE    *
      * RUNS ON REQUEST WITH NOTHING BEFORE IT - AND WHICH OF ITS     *
      * PREREQUISITES HAVE COMPLETED ON THE BUSINESS DATE.            *
      *****************************************************************
       01  DPAYRUN-CLASS              PIC X(01).
           88  DPAYRUN-ON-REQUEST         VALUE "A".
       01  DPAYRUN-PREREQS.
           05  DPAYRUN-PREREQ         OCCURS 3 TIMES.
               10  DPAYRUN-REQ-PROGRAM    PIC X(08).
               10  DPAYRUN-REQ-DONE-SW    PIC X(01).
                   88  DPAYRUN-REQ-DONE       VALUE "Y".

           COPY DPAYJOB.

       01  DPAYRUN-TODAY-DATE         PIC X(08).
       01  DPAYRUN-TIME-NOW           PIC X(08).

       01  DPAYRUN-NOW-TS.
           05  DPAYRUN-NOW-DATE.
               10  DPAYRUN-NOW-YEAR       PIC X(04).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYRUN-NOW-MONTH      PIC X(02).
               10  FILLER                 PIC X(01) VALUE "-".
               10  DPAYRUN-NOW-DAY        PIC X(02).
           05  FILLER                     PIC X(01) VALUE "T".
           05  DPAYRUN-NOW-HH             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYRUN-NOW-MM             PIC X(02).
           05  FILLER                     PIC X(01) VALUE ":".
           05  DPAYRUN-NOW-SS             PIC X(02).

       LINKAGE SECTION.
       01  DPAYRUN-PARMS.
           COPY DPAYRCP.

       PROCEDURE DIVISION USING DPAYRUN-PARMS.

       0000-MAINLINE.
           MOVE SPACES TO DPAYRUN-WRITE-ERROR.
           PERFORM 1000-INITIALISE
               THRU 1000-EXIT.
           IF DPAYRCP-START
               PERFORM 2000-REGISTER-START
                   THRU 2000-EXIT
           ELSE
               PERFORM 3000-REGISTER-FINISH
                   THRU 3000-EXIT
           END-IF.
           IF DPAYRCP-FINISH
               AND DPAYRUN-WRITE-ERROR NOT = SPACES
               DISPLAY DPAYRCP-PROGRAM " FINISH NOT REGISTERED - "
                       DPAYRUN-WRITE-ERROR
           END-IF.
           IF DPAYRUN-LEDGER-OPEN
               CLOSE DPAYRCL-FILE
           END-IF.
           IF DPAYRCP-REFUSED
               DISPLAY DPAYRCP-PROGRAM " REFUSED TO START - "
                       DPAYRCP-MESSAGE
           END-IF.
           GOBACK.

      *****************************************************************
      * STAMP THE CALL, OPEN THE LEDGER - CREATING IT THE FIRST TIME  *
      * - AND FIND THE BUSINESS DATE NOW OPEN.                        *
      *****************************************************************
       1000-INITIALISE.
           ACCEPT DPAYRUN-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT DPAYRUN-TIME-NOW FROM TIME.
           MOVE DPAYRUN-TODAY-DATE (1:4) TO DPAYRUN-NOW-YEAR.
           MOVE DPAYRUN-TODAY-DATE (5:2) TO DPAYRUN-NOW-MONTH.
           MOVE DPAYRUN-TODAY-DATE (7:2) TO DPAYRUN-NOW-DAY.
           MOVE DPAYRUN-TIME-NOW (1:2) TO DPAYRUN-NOW-HH.
           MOVE DPAYRUN-TIME-NOW (3:2) TO DPAYRUN-NOW-MM.
           MOVE DPAYRUN-TIME-NOW (5:2) TO DPAYRUN-NOW-SS.
           MOVE "N" TO DPAYRUN-OPEN-SW.
           MOVE SPACES TO DPAYRUN-OPEN-DATE.
           OPEN I-O DPAYRCL-FILE.
           IF DPAYRUN-LEDGER-NOT-FOUND
               OPEN OUTPUT DPAYRCL-FILE
               CLOSE DPAYRCL-FILE
               OPEN I-O DPAYRCL-FILE
           END-IF.
           IF NOT DPAYRUN-LEDGER-OK
               GO TO 1000-EXIT
           END-IF.
           SET DPAYRUN-LEDGER-OPEN TO TRUE.
           PERFORM 1100-READ-CONTROL
               THRU 1100-EXIT.
           IF DPAYRUN-LEDGER-NOT-FOUND
               MOVE SPACES TO DPAYRCL-RECORD
               MOVE ZERO TO DPAYRCL-RUN-SEQ
               MOVE DPAYRUN-NOW-DATE TO DPAYRCL-OPEN-BUS-DATE
               MOVE ZERO TO DPAYRCL-LAST-RUN-SEQ
               WRITE DPAYRCL-RECORD
           END-IF.
           MOVE DPAYRCL-OPEN-BUS-DATE TO DPAYRUN-OPEN-DATE.
       1000-EXIT.
           EXIT.

       1100-READ-CONTROL.
           MOVE SPACES TO DPAYRCL-BUS-DATE.
           MOVE ZERO TO DPAYRCL-RUN-SEQ.
           READ DPAYRCL-FILE
               KEY IS DPAYRCL-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
       1100-EXIT.
           EXIT.

      *****************************************************************
      * CHECK THE RUN AGAINST THE JOB TABLE AND THE RUNS ALREADY      *
      * REGISTERED ON THE BUSINESS DATE, THEN REGISTER IT - STARTED,  *
      * OR REFUSED WITH THE REASON.                                   *
      *****************************************************************
       2000-REGISTER-START.
           MOVE ZERO TO DPAYRCP-RETURN-CD.
           MOVE ZERO TO DPAYRCP-RUN-SEQ.
           MOVE DPAYRUN-OPEN-DATE TO DPAYRCP-BUS-DATE.
           MOVE SPACES TO DPAYRCP-MESSAGE.
           PERFORM 2010-CLEAR-COUNT
               THRU 2010-EXIT
               VARYING DPAYRUN-CT-SUB FROM 1 BY 1
               UNTIL DPAYRUN-CT-SUB > 3.
           SET DPAYRCP-MAY-RUN TO TRUE.
           IF NOT DPAYRUN-LEDGER-OPEN
               SET DPAYRCP-REFUSED TO TRUE
               MOVE "RUN-CONTROL LEDGER (DPAYRCL) CANNOT BE OPENED"
                   TO DPAYRCP-MESSAGE
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2100-FIND-JOB
               THRU 2100-EXIT.
           PERFORM 2200-SCAN-BUSINESS-DATE
               THRU 2200-EXIT.
           PERFORM 2300-DECIDE
               THRU 2300-EXIT.
           PERFORM 2400-WRITE-RUN
               THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

       2010-CLEAR-COUNT.
           MOVE SPACES TO DPAYRCP-COUNT-LABEL (DPAYRUN-CT-SUB).
           MOVE ZERO TO DPAYRCP-COUNT-VALUE (DPAYRUN-CT-SUB).
       2010-EXIT.
           EXIT.

       2100-FIND-JOB.
           MOVE "A" TO DPAYRUN-CLASS.
           MOVE SPACES TO DPAYRUN-PREREQS.
           MOVE ZERO TO DPAYRUN-JOB-FOUND-SUB.
           PERFORM 2110-MATCH-JOB
               THRU 2110-EXIT
               VARYING DPAYRUN-JOB-SUB FROM 1 BY 1
               UNTIL DPAYRUN-JOB-SUB > DPAYJOB-ENTRY-CT
                  OR DPAYRUN-JOB-FOUND-SUB > ZERO.
           IF DPAYRUN-JOB-FOUND-SUB = ZERO
               GO TO 2100-EXIT
           END-IF.
           MOVE DPAYJOB-CLASS (DPAYRUN-JOB-FOUND-SUB)
               TO DPAYRUN-CLASS.
           PERFORM 2120-TAKE-PREREQ
               THRU 2120-EXIT
               VARYING DPAYRUN-REQ-SUB FROM 1 BY 1
               UNTIL DPAYRUN-REQ-SUB > 3.
       2100-EXIT.
           EXIT.

       2110-MATCH-JOB.
           IF DPAYJOB-PROGRAM (DPAYRUN-JOB-SUB) = DPAYRCP-PROGRAM
               MOVE DPAYRUN-JOB-SUB TO DPAYRUN-JOB-FOUND-SUB
           END-IF.
       2110-EXIT.
           EXIT.

       2120-TAKE-PREREQ.
           MOVE DPAYJOB-PREREQ (DPAYRUN-JOB-FOUND-SUB, DPAYRUN-REQ-SUB)
               TO DPAYRUN-REQ-PROGRAM (DPAYRUN-REQ-SUB).
           MOVE "N" TO DPAYRUN-REQ-DONE-SW (DPAYRUN-REQ-SUB).
       2120-EXIT.
           EXIT.

      *****************************************************************
      * READ THE BUSINESS DATE'S RUNS IN ORDER, NOTING WHETHER THIS   *
      * JOB AND EACH OF ITS PREREQUISITES HAS COMPLETED.              *
      *****************************************************************
       2200-SCAN-BUSINESS-DATE.
           MOVE "N" TO DPAYRUN-DONE-SW.
           MOVE "N" TO DPAYRUN-SCAN-SW.
           MOVE DPAYRUN-OPEN-DATE TO DPAYRCL-BUS-DATE.
           MOVE 1 TO DPAYRCL-RUN-SEQ.
           START DPAYRCL-FILE
               KEY IS NOT LESS THAN DPAYRCL-KEY
               INVALID KEY
                   SET DPAYRUN-SCAN-ENDED TO TRUE
           END-START.
           PERFORM 2210-NOTE-RUN
               THRU 2210-EXIT
               UNTIL DPAYRUN-SCAN-ENDED.
       2200-EXIT.
           EXIT.

       2210-NOTE-RUN.
           READ DPAYRCL-FILE NEXT RECORD
               AT END
                   SET DPAYRUN-SCAN-ENDED TO TRUE
                   GO TO 2210-EXIT
           END-READ.
           IF DPAYRCL-BUS-DATE NOT = DPAYRUN-OPEN-DATE
               SET DPAYRUN-SCAN-ENDED TO TRUE
               GO TO 2210-EXIT
           END-IF.
           IF NOT DPAYRCL-RUN-COMPLETED
               GO TO 2210-EXIT
           END-IF.
           IF DPAYRCL-PROGRAM = DPAYRCP-PROGRAM
               SET DPAYRUN-ALREADY-DONE TO TRUE
           END-IF.
           PERFORM 2220-NOTE-PREREQ
               THRU 2220-EXIT
               VARYING DPAYRUN-REQ-SUB FROM 1 BY 1
               UNTIL DPAYRUN-REQ-SUB > 3.
       2210-EXIT.
           EXIT.

       2220-NOTE-PREREQ.
           IF DPAYRUN-REQ-PROGRAM (DPAYRUN-REQ-SUB) NOT = SPACES
               AND DPAYRUN-REQ-PROGRAM (DPAYRUN-REQ-SUB)
                   = DPAYRCL-PROGRAM
               SET DPAYRUN-REQ-DONE (DPAYRUN-REQ-SUB) TO TRUE
           END-IF.
       2220-EXIT.
           EXIT.

      *****************************************************************
      * A NIGHTLY OR PERIODIC JOB RUNS ONCE A BUSINESS DATE; ANY JOB  *
      * WAITS FOR EVERY PREREQUISITE TO COMPLETE.  THE FIRST REASON   *
      * FOUND IS THE ONE GIVEN.                                       *
      *****************************************************************
       2300-DECIDE.
           IF DPAYRUN-ALREADY-DONE
               AND NOT DPAYRUN-ON-REQUEST
               SET DPAYRCP-REFUSED TO TRUE
               STRING "ALREADY COMPLETED FOR BUSINESS DATE "
                          DELIMITED BY SIZE
                      DPAYRUN-OPEN-DATE DELIMITED BY SIZE
                   INTO DPAYRCP-MESSAGE
               END-STRING
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2310-CHECK-PREREQ
               THRU 2310-EXIT
               VARYING DPAYRUN-REQ-SUB FROM 1 BY 1
               UNTIL DPAYRUN-REQ-SUB > 3
                  OR DPAYRCP-REFUSED.
       2300-EXIT.
           EXIT.

       2310-CHECK-PREREQ.
           IF DPAYRUN-REQ-PROGRAM (DPAYRUN-REQ-SUB) = SPACES
               OR DPAYRUN-REQ-DONE (DPAYRUN-REQ-SUB)
               GO TO 2310-EXIT
           END-IF.
           SET DPAYRCP-REFUSED TO TRUE.
           MOVE 1 TO DPAYRUN-MSG-PTR.
           STRING "PREREQUISITE " DELIMITED BY SIZE
                  DPAYRUN-REQ-PROGRAM (DPAYRUN-REQ-SUB)
                      DELIMITED BY SPACE
                  " NOT COMPLETED FOR " DELIMITED BY SIZE
                  DPAYRUN-OPEN-DATE DELIMITED BY SIZE
               INTO DPAYRCP-MESSAGE
               WITH POINTER DPAYRUN-MSG-PTR
           END-STRING.
       2310-EXIT.
           EXIT.

      *****************************************************************
      * TAKE THE NEXT RUN SEQUENCE FROM THE CONTROL RECORD AND WRITE  *
      * THE RUN RECORD.  A START THE LEDGER WILL NOT TAKE IS REFUSED; *
      * A START ALREADY REFUSED KEEPS ITS OWN REASON.                 *
      *****************************************************************
       2400-WRITE-RUN.
           PERFORM 1100-READ-CONTROL
               THRU 1100-EXIT.
           ADD 1 TO DPAYRCL-LAST-RUN-SEQ.
           MOVE DPAYRCL-LAST-RUN-SEQ TO DPAYRCP-RUN-SEQ.
           REWRITE DPAYRCL-RECORD.
           IF NOT DPAYRUN-LEDGER-OK
               MOVE ZERO TO DPAYRCP-RUN-SEQ
               PERFORM 2500-LEDGER-WRITE-FAILED
                   THRU 2500-EXIT
               GO TO 2400-EXIT
           END-IF.
           MOVE SPACES TO DPAYRCL-RECORD.
           MOVE DPAYRUN-OPEN-DATE TO DPAYRCL-BUS-DATE.
           MOVE DPAYRCP-RUN-SEQ TO DPAYRCL-RUN-SEQ.
           MOVE DPAYRCP-PROGRAM TO DPAYRCL-PROGRAM.
           MOVE DPAYRUN-NOW-TS TO DPAYRCL-START-TS.
           MOVE ZERO TO DPAYRCL-RETURN-CD.
           PERFORM 2410-CLEAR-LEDGER-COUNT
               THRU 2410-EXIT
               VARYING DPAYRUN-CT-SUB FROM 1 BY 1
               UNTIL DPAYRUN-CT-SUB > 3.
           IF DPAYRCP-REFUSED
               SET DPAYRCL-RUN-REFUSED TO TRUE
               MOVE DPAYRUN-NOW-TS TO DPAYRCL-END-TS
               MOVE 16 TO DPAYRCL-RETURN-CD
               MOVE DPAYRCP-MESSAGE TO DPAYRCL-MESSAGE
           ELSE
               SET DPAYRCL-RUN-STARTED TO TRUE
           END-IF.
           WRITE DPAYRCL-RECORD.
           IF NOT DPAYRUN-LEDGER-OK
               MOVE ZERO TO DPAYRCP-RUN-SEQ
               PERFORM 2500-LEDGER-WRITE-FAILED
                   THRU 2500-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

       2410-CLEAR-LEDGER-COUNT.
           MOVE ZERO TO DPAYRCL-COUNT-VALUE (DPAYRUN-CT-SUB).
       2410-EXIT.
           EXIT.

       2500-LEDGER-WRITE-FAILED.
           STRING "RUN LEDGER WRITE FAILED - STATUS " DELIMITED BY SIZE
                  DPAYRUN-LEDGER-STATUS DELIMITED BY SIZE
               INTO DPAYRUN-WRITE-ERROR
           END-STRING.
           IF DPAYRCP-START
               AND NOT DPAYRCP-REFUSED
               SET DPAYRCP-REFUSED TO TRUE
               MOVE DPAYRUN-WRITE-ERROR TO DPAYRCP-MESSAGE
           END-IF.
       2500-EXIT.
           EXIT.

      *****************************************************************
      * RECORD HOW THE RUN ENDED ON THE RECORD ITS START WROTE.  A    *
      * RUN WHOSE START WAS NEVER REGISTERED HAS NOTHING TO FINISH.   *
      * A FINISH THE LEDGER WILL NOT TAKE GOES BACK TO THE CALLER AS  *
      * RETURN CODE 16.                                               *
      *****************************************************************
       3000-REGISTER-FINISH.
           IF NOT DPAYRUN-LEDGER-OPEN
               OR DPAYRCP-RUN-SEQ NOT NUMERIC
               OR DPAYRCP-RUN-SEQ = ZERO
               GO TO 3000-EXIT
           END-IF.
           MOVE DPAYRCP-BUS-DATE TO DPAYRCL-BUS-DATE.
           MOVE DPAYRCP-RUN-SEQ TO DPAYRCL-RUN-SEQ.
           READ DPAYRCL-FILE
               KEY IS DPAYRCL-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-READ.
           MOVE DPAYRUN-NOW-TS TO DPAYRCL-END-TS.
           MOVE DPAYRCP-RETURN-CD TO DPAYRCL-RETURN-CD.
           PERFORM 3100-TAKE-COUNT
               THRU 3100-EXIT
               VARYING DPAYRUN-CT-SUB FROM 1 BY 1
               UNTIL DPAYRUN-CT-SUB > 3.
           IF DPAYRCP-RETURN-CD < 16
               SET DPAYRCL-RUN-COMPLETED TO TRUE
           ELSE
               SET DPAYRCL-RUN-FAILED TO TRUE
           END-IF.
           REWRITE DPAYRCL-RECORD.
           IF NOT DPAYRUN-LEDGER-OK
               PERFORM 2500-LEDGER-WRITE-FAILED
                   THRU 2500-EXIT
               MOVE 16 TO DPAYRCP-RETURN-CD
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TAKE-COUNT.
           MOVE DPAYRCP-COUNT-LABEL (DPAYRUN-CT-SUB)
               TO DPAYRCL-COUNT-LABEL (DPAYRUN-CT-SUB).
           MOVE DPAYRCP-COUNT-VALUE (DPAYRUN-CT-SUB)
               TO DPAYRCL-COUNT-VALUE (DPAYRUN-CT-SUB).
       3100-EXIT.
           EXIT.
