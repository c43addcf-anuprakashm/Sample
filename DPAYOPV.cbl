      * Licensed Materials - Property of IBM
      *
      * (c) Copyright IBM Corp. 2018.
      *
      * US Government Users Restricted Rights - Use, duplication or
      * disclosure restricted by GSA ADP Schedule Contract
      * with IBM Corp.
      *
      *****************************************************************
      * PROGRAM-ID : DPAYOPV                                          *
      * DESCRIPTION: Operator identity and entitlement check for the  *
      *              card-driven batches.  Given the operator ID      *
      *              from a card and the function the card asks for,  *
      *              reads the operator profile file (DPAYOPR) and    *
      *              returns a rejection reason - spaces when the     *
      *              operator may perform the function.  A card is    *
      *              rejected when it carries no operator ID, when    *
      *              the operator is not on the profile file, when    *
      *              the profile is not active, or when the function  *
      *              is not among the operator's entitlements.  A     *
      *              MISSING PROFILE FILE REJECTS EVERY CARD - NO     *
      *              ONE IS ENTITLED UNTIL SECURITY HAS SET THEM UP.  *
      *              CALLed by DPAYCAN, DPAYDSP, DPAYMNT, DPAYINQ,    *
      *              DPAYEXT, DPAYAPV, DPAYCAL, DPAYBNM, DPAYSTM and  *
      *              DPAYCSM for every card, by DPAYFXL for its       *
      *              base-currency cards and by DPAYEOD for its       *
      *              control card.                                    *
      *                                                                *
      * MODIFICATION HISTORY                                          *
      *  DATE      BY   DESCRIPTION                                   *
      *  --------  ---  ----------------------------------------      *
      *  18/11/26  RSH  INITIAL VERSION.                               *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DPAYOPV.
       AUTHOR.        R S HARRISON.
       INSTALLATION.  PAYMENTS SYSTEMS.
       DATE-WRITTEN.  26/11/2018.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DPAYOPR-FILE ASSIGN TO "DPAYOPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DPAYOPR-OPER-ID
               FILE STATUS IS DPAYOPV-OPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DPAYOPR-FILE.
           COPY DPAYOPR.

       WORKING-STORAGE SECTION.
       77  DPAYOPV-OPER-STATUS        PIC X(02).
           88  DPAYOPV-OPER-OK            VALUE "00".
           88  DPAYOPV-OPER-NOT-FOUND     VALUE "23", "35".

       77  DPAYOPV-FOUND-SW           PIC X(01).
           88  DPAYOPV-PROFILE-FOUND       VALUE "Y".

       77  DPAYOPV-ENTITLED-SW        PIC X(01).
           88  DPAYOPV-ENTITLED            VALUE "Y".

       77  DPAYOPV-FUNC-MAX           PIC 9(05) COMP VALUE 20.
       77  DPAYOPV-FUNC-SUB           PIC 9(05) COMP.

       LINKAGE SECTION.
       01  DPAYOPV-OPER-ID            PIC X(08).
       01  DPAYOPV-FUNCTION           PIC X(08).
       01  DPAYOPV-REASON             PIC X(30).

       PROCEDURE DIVISION USING DPAYOPV-OPER-ID, DPAYOPV-FUNCTION,
                                DPAYOPV-REASON.

       0000-MAINLINE.
           MOVE SPACES TO DPAYOPV-REASON.
           IF DPAYOPV-OPER-ID = SPACES
               MOVE "NO OPERATOR ID ON CARD" TO DPAYOPV-REASON
               GOBACK
           END-IF.
           PERFORM 1000-GET-PROFILE
               THRU 1000-EXIT.
           IF NOT DPAYOPV-PROFILE-FOUND
               MOVE "UNKNOWN OPERATOR" TO DPAYOPV-REASON
               GOBACK
           END-IF.
           IF NOT DPAYOPR-ACTIVE
               MOVE "OPERATOR NOT ACTIVE" TO DPAYOPV-REASON
               GOBACK
           END-IF.
           PERFORM 2000-CHECK-ENTITLEMENT
               THRU 2000-EXIT.
           IF NOT DPAYOPV-ENTITLED
               MOVE "OPERATOR NOT ENTITLED" TO DPAYOPV-REASON
           END-IF.
           GOBACK.

      *****************************************************************
      * READ THE OPERATOR'S PROFILE.  NO FILE, OR NO RECORD, LEAVES   *
      * THE OPERATOR UNKNOWN.                                         *
      *****************************************************************
       1000-GET-PROFILE.
           MOVE "N" TO DPAYOPV-FOUND-SW.
           OPEN INPUT DPAYOPR-FILE.
           IF NOT DPAYOPV-OPER-OK
               GO TO 1000-EXIT
           END-IF.
           MOVE DPAYOPV-OPER-ID TO DPAYOPR-OPER-ID.
           READ DPAYOPR-FILE
               KEY IS DPAYOPR-OPER-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF DPAYOPV-OPER-OK
               SET DPAYOPV-PROFILE-FOUND TO TRUE
           END-IF.
           CLOSE DPAYOPR-FILE.
       1000-EXIT.
           EXIT.

      *****************************************************************
      * SCAN THE PROFILE'S FUNCTION LIST FOR THE FUNCTION ASKED FOR.  *
      *****************************************************************
       2000-CHECK-ENTITLEMENT.
           MOVE "N" TO DPAYOPV-ENTITLED-SW.
           PERFORM 2100-MATCH-FUNCTION
               THRU 2100-EXIT
               VARYING DPAYOPV-FUNC-SUB FROM 1 BY 1
               UNTIL DPAYOPV-FUNC-SUB > DPAYOPV-FUNC-MAX
                  OR DPAYOPV-ENTITLED.
       2000-EXIT.
           EXIT.

       2100-MATCH-FUNCTION.
           IF DPAYOPR-FUNCTION (DPAYOPV-FUNC-SUB) = DPAYOPV-FUNCTION
               SET DPAYOPV-ENTITLED TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
