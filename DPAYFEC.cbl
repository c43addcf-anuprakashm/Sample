      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYFEC                                          *
      * DESCRIPTION: Dual-authorisation (four-eyes) check, run at the *
      *              point a consent is being authorised.  Reads the  *
      *              threshold file (DPAYFEY) for the debit account   *
      *              scheme and payment currency - falling back to    *
      *              the '*DEFAULT' scheme record for the currency -  *
      *              and, when DFHCA-01-CONSENT-AMOUNT exceeds the    *
      *              threshold, stops the consent in awaiting-second- *
      *              approval status instead of letting it authorise. *
      *              The consent is captured with a return code and   *
      *              message like a compliance hold, so it is neither *
      *              warehoused nor settled until the approval batch  *
      *              (DPAYAPV) approves it.  A consent that already   *
      *              carries its second authoriser                    *
      *              (DFHCA-01-SECOND-AUTH-OPER) has been approved    *
      *              and passes.  A MISSING THRESHOLD FILE, OR NO     *
      *              RECORD FOR THE SCHEME OR THE DEFAULT, MEANS NO   *
      *              SECOND APPROVAL IS NEEDED.  CALLed BY DPAYVAL.   *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/11/05  RSH  INITIAL VERSION.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYFEC.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  05/11/2018.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYFEY-FILE ASSIGN TO "DPAYFEY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYFEY-KEY
               FILE STATUS IS DPAYFEC-THRESH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYFEY-FILE.
           COPY DPAYFEY.

       WORKING-STORAGE SECTION.
       77  DPAYFEC-THRESH-STATUS      PIC X(02).
           88  DPAYFEC-THRESH-OK          VALUE "00".
           88  DPAYFEC-THRESH-NOT-FOUND   VALUE "23", "35".

       77  DPAYFEC-THRESH-SW          PIC X(01) VALUE "N".
           88  DPAYFEC-THRESH-APPLIES      VALUE "Y".

       77  DPAYFEC-RETCD-AWAIT-2ND    PIC S9(4) VALUE +85.

       77  DPAYFEC-DEFAULT-KEY        PIC X(50) VALUE "*DEFAULT".

       01  DPAYFEC-MESSAGE.
           05  FILLER                     PIC X(44)
               VALUE "AWAITING SECOND APPROVAL - AMOUNT EXCEEDS ".
           05  DPAYFEC-MSG-CURRENCY       PIC X(03).
           05  FILLER                     PIC X(01) VALUE SPACE.
           05  DPAYFEC-MSG-THRESHOLD      PIC Z(9)9.99.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           COPY DPAYTST.

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAINLINE.
           IF DFHCA-01-SECOND-AUTH-OPER IN DFHCOMMAREA = SPACES
               PERFORM 1000-GET-THRESHOLD
                   THRU 1000-EXIT
               IF DPAYFEC-THRESH-APPLIES
                   AND DFHCA-01-CONSENT-AMOUNT IN DFHCOMMAREA
                       > DPAYFEY-THRESHOLD-AMT
                   PERFORM 3000-AWAIT-SECOND-APPROVAL
                       THRU 3000-EXIT
               END-IF
           END-IF.
           GOBACK.

      *****************************************************************
      * READ THE THRESHOLD FOR THE DEBIT ACCOUNT SCHEME AND CURRENCY, *
      * FALLING BACK TO THE '*DEFAULT' SCHEME RECORD FOR THE          *
      * CURRENCY.  NO FILE, OR NEITHER RECORD, MEANS NO THRESHOLD.    *
      *****************************************************************
       1000-GET-THRESHOLD.
           MOVE "N" TO DPAYFEC-THRESH-SW.
           OPEN INPUT DPAYFEY-FILE.
           IF NOT DPAYFEC-THRESH-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE DFHCA-01-DEBIT-AC-SCHEMENAME IN DFHCOMMAREA
               TO DPAYFEY-SCHEME.
           MOVE DFHCA-01-CURRENCY-CD IN DFHCOMMAREA
               TO DPAYFEY-CURRENCY.
           READ DPAYFEY-FILE
               KEY IS DPAYFEY-KEY
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT DPAYFEC-THRESH-OK
               MOVE DPAYFEC-DEFAULT-KEY TO DPAYFEY-SCHEME
               MOVE DFHCA-01-CURRENCY-CD IN DFHCOMMAREA
                   TO DPAYFEY-CURRENCY
               READ DPAYFEY-FILE
                   KEY IS DPAYFEY-KEY
                   INVALID KEY
                       CONTINUE
               END-READ
           END-IF.
           IF DPAYFEC-THRESH-OK
               SET DPAYFEC-THRESH-APPLIES TO TRUE
           END-IF.
           CLOSE DPAYFEY-FILE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * STOP THE CONSENT SHORT OF AUTHORISED.  THE RETURN CODE KEEPS  *
      * IT OFF THE WAREHOUSE AND THE SETTLEMENT FEEDS, AND PUTS IT ON *
      * THE AUDIT LOG, EXACTLY AS A COMPLIANCE HOLD DOES.             *
      *****************************************************************
       3000-AWAIT-SECOND-APPROVAL.
           SET DFHCA-01-CONSENT-AWAIT-2ND IN DFHCOMMAREA TO TRUE.
           MOVE DPAYFEC-RETCD-AWAIT-2ND
               TO DFHCA-01-RETURN-CD IN DFHCOMMAREA.
           MOVE DFHCA-01-CURRENCY-CD IN DFHCOMMAREA
               TO DPAYFEC-MSG-CURRENCY.
           MOVE DPAYFEY-THRESHOLD-AMT TO DPAYFEC-MSG-THRESHOLD.
           MOVE DPAYFEC-MESSAGE TO DFHCA-01-ERROR-MSG IN DFHCOMMAREA.
       3000-EXIT.
           EXIT.
