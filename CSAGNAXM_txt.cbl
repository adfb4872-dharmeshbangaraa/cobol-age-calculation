      ******************************************************************
      *                                                                *
      *                         "CSAGNAXM"                             *
      *   NEW-AGENT PLACEHOLDER CROSS-REFERENCE MAINTENANCE/LISTING    *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGNAXM.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  APPLIES SALES SUPPORT'S KEYED TRANSACTIONS TO THE NAGTXREF    *
      *  CROSS-REFERENCE (CSAGNAXR) THAT MAPS A NEWAGENT PLACEHOLDER,  *
      *  OR ONE BOOKING MADE UNDER IT, TO THE REGISTERED AGENCY, AND   *
      *  THEN LISTS THE WHOLE FILE WITH EACH MAPPING'S LAST-APPLIED    *
      *  DATE AND COUNT FROM CSAGNAXP.  SAME SHAPE AS CSAGDRKM.        *
      *  TRANSACTION ACTIONS:                                          *
      *                                                                *
      *    A - ADD A MAPPING (REJECTED IF THE KEY IS ALREADY ON FILE)  *
      *    C - CHANGE THE TARGET AGENCY OF A MAPPING ON FILE           *
      *    D - DELETE A MAPPING ON FILE                                *
      *                                                                *
      *  THE PLACEHOLDER MUST BE ONE OF THE CSAGTNEW IDS; A BLANK      *
      *  BOOKING ID MAPS EVERY BOOKING UNDER THE PLACEHOLDER.  THE     *
      *  TARGET MUST BE A REAL AGENT NUMBER, NOT A PLACEHOLDER, AND    *
      *  MUST BE ON AGYMAST AND ACTIVE -- THE SAME TEST CSAGTBDV       *
      *  APPLIES WHEN CSAGNAXP RE-DERIVES THE FLAG.  THE KEYER'S ID    *
      *  IS REQUIRED AND IS KEPT ON THE RECORD.  AN EMPTY              *
      *  TRANSACTION FILE IS A PLAIN LISTING RUN.                      *
      *                                                                *
      *  INPUT:   XREF-TRAN-FILE   - MAINTENANCE TRANSACTIONS          *
      *           AGY-MASTER       - AGENCY MASTER (CSAGAGMR KSDS)     *
      *  I/O:     XREF-FILE        - PLACEHOLDER XREF (CSAGNAXR KSDS)  *
      *  OUTPUT:  MAINT-RPT        - AUDIT LINES PLUS THE FULL LISTING *
      ******************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)                *
      *  --------  ----------  ---------------------------------------*
      *  10/15/26   M.ANDREOLI  PROGRAM CREATED                        *
      ******************************************************************

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SOURCE-COMPUTER.     IBM-370.
       OBJECT-COMPUTER.     IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-TRAN-FILE    ASSIGN TO NAXRTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT XREF-FILE         ASSIGN TO NAGTXREF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSNAXR-KEY
                  FILE STATUS IS WS-XREF-STATUS.

           SELECT AGY-MASTER        ASSIGN TO AGYMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS AGMR-AGENT-KEY
                  FILE STATUS IS WS-AGY-STATUS.

           SELECT MAINT-RPT         ASSIGN TO NAXMRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  XREF-TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TR-ACTION-CODE              PIC X(01).
               88  TR-ACTION-ADD               VALUE 'A'.
               88  TR-ACTION-CHANGE             VALUE 'C'.
               88  TR-ACTION-DELETE             VALUE 'D'.
           05  TR-PH-AGENT-COMPANY         PIC X(01).
           05  TR-PH-AGENT-NR              PIC X(08).
           05  TR-BOOKING-ID               PIC X(10).
           05  TR-NEW-AGENT-COMPANY        PIC X(01).
           05  TR-NEW-AGENT-NR             PIC X(08).
           05  TR-ENTERED-BY               PIC X(08).
           05  FILLER                      PIC X(43).

       FD  XREF-FILE.
           COPY CSAGNAXR.

       FD  AGY-MASTER.
           COPY CSAGAGMR.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           COPY CSAGTNEW.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF                  VALUE 'Y'.
           05  WS-TRAN-OK-SWITCH           PIC X(01) VALUE 'Y'.
               88  WS-TRAN-OK                   VALUE 'Y'.
           05  WS-PLACEHOLDER-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-IS-PLACEHOLDER            VALUE 'Y'.

       01  WS-XREF-STATUS                  PIC X(02).
           88  WS-XREF-OK                      VALUE '00'.
           88  WS-XREF-NOT-FOUND               VALUE '23'.
           88  WS-XREF-DUPLICATE               VALUE '22'.

       01  WS-AGY-STATUS                   PIC X(02).
           88  WS-AGY-OK                       VALUE '00'.

       77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
       77  WS-RECORDS-LISTED               PIC 9(05) COMP VALUE ZERO.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.
       77  WS-CHECK-AGENT-NR               PIC X(08) VALUE SPACES.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGNAXM - NEWAGENT PLACEHOLDER XREF        '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(04) VALUE 'ACT'.
           05  FILLER                      PIC X(03) VALUE 'CO'.
           05  FILLER                      PIC X(10) VALUE 'PLACEHLDR'.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(04) VALUE 'CO'.
           05  FILLER                      PIC X(10) VALUE 'AGENT NR'.
           05  FILLER                      PIC X(10) VALUE 'KEYED BY'.
           05  FILLER                      PIC X(10) VALUE 'ENTERED'.
           05  FILLER                      PIC X(10) VALUE 'APPLIED'.
           05  FILLER                      PIC X(10) VALUE 'COUNT'.
           05  FILLER                      PIC X(30) VALUE 'RESULT'.
           05  FILLER                      PIC X(19) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-ACTION                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-PH-COMPANY             PIC X(01).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-PH-AGENT-NR            PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-NEW-COMPANY            PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-NEW-AGENT-NR           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-ENTERED-BY             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-ENTERED-DATE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-APPLIED-DATE           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-APPLIED-COUNT          PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-RESULT                 PIC X(30).
           05  FILLER                      PIC X(19) VALUE SPACES.

       01  WS-EDIT-DATE                    PIC 9(08).
       01  WS-EDIT-COUNT                   PIC ZZZ,ZZ9.

       01  WS-LIST-HEADING.
           05  FILLER                      PIC X(44) VALUE
               'PLACEHOLDER MAPPINGS NOW ON FILE            '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               'TRANS READ ........'.
           05  WS-T-TRANS-READ             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'APPLIED ............'.
           05  WS-T-APPLIED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'REJECTED ...........'.
           05  WS-T-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-TRAN    THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 7000-LIST-FILE       THRU 7000-EXIT.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE READ  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  XREF-TRAN-FILE.
           OPEN I-O    XREF-FILE.
           OPEN INPUT  AGY-MASTER.
           OPEN OUTPUT MAINT-RPT.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.

           WRITE MAINT-LINE               FROM WS-HEADING-1.
           WRITE MAINT-LINE               FROM WS-HEADING-2.

           PERFORM 1200-READ-TRAN         THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-TRAN - READ ONE MAINTENANCE TRANSACTION             *
      *----------------------------------------------------------------*
       1200-READ-TRAN.

           READ XREF-TRAN-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRANS-READ
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-TRAN - EDIT ONE TRANSACTION AND APPLY IT         *
      *----------------------------------------------------------------*
       2000-PROCESS-TRAN.

           MOVE 'Y'                       TO WS-TRAN-OK-SWITCH.
           MOVE SPACES                    TO WS-R-RESULT.

           PERFORM 2100-EDIT-TRAN         THRU 2100-EXIT.

           IF  WS-TRAN-OK
           AND NOT TR-ACTION-DELETE
               PERFORM 2200-CHECK-TARGET  THRU 2200-EXIT
           END-IF.

           IF  WS-TRAN-OK
               EVALUATE TRUE
               WHEN TR-ACTION-ADD
                   PERFORM 3000-ADD-XREF    THRU 3000-EXIT
               WHEN TR-ACTION-CHANGE
                   PERFORM 3100-CHANGE-XREF THRU 3100-EXIT
               WHEN TR-ACTION-DELETE
                   PERFORM 3200-DELETE-XREF THRU 3200-EXIT
               END-EVALUATE
           END-IF.

           PERFORM 4000-WRITE-AUDIT-LINE  THRU 4000-EXIT.

           PERFORM 1200-READ-TRAN         THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-EDIT-TRAN - ACTION, PLACEHOLDER KEY, AND TARGET EDITS    *
      *----------------------------------------------------------------*
       2100-EDIT-TRAN.

           IF  NOT TR-ACTION-ADD
           AND NOT TR-ACTION-CHANGE
           AND NOT TR-ACTION-DELETE
               MOVE 'REJECTED - BAD ACTION CODE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-PH-AGENT-COMPANY = SPACE
               MOVE 'REJECTED - COMPANY BLANK' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           MOVE TR-PH-AGENT-NR            TO WS-CHECK-AGENT-NR.
           PERFORM 2500-CHECK-PLACEHOLDER THRU 2500-EXIT.
           IF  NOT WS-IS-PLACEHOLDER
               MOVE 'REJECTED - NOT A PLACEHOLDER' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-ACTION-DELETE
               GO TO 2100-EXIT
           END-IF.

           IF  TR-NEW-AGENT-COMPANY = SPACE
           OR  TR-NEW-AGENT-NR = SPACES
               MOVE 'REJECTED - TARGET AGENCY BLANK' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           MOVE TR-NEW-AGENT-NR           TO WS-CHECK-AGENT-NR.
           PERFORM 2500-CHECK-PLACEHOLDER THRU 2500-EXIT.
           IF  WS-IS-PLACEHOLDER
               MOVE 'REJECTED - TARGET PLACEHOLDER' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-ENTERED-BY = SPACES
               MOVE 'REJECTED - KEYED-BY ID BLANK' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-CHECK-TARGET - THE TARGET AGENCY MUST BE REGISTERED AND  *
      *  ACTIVE ON AGYMAST (SAME RULE AS CSAGAVAL AND CSAGTBDV)        *
      *----------------------------------------------------------------*
       2200-CHECK-TARGET.

           MOVE TR-NEW-AGENT-COMPANY      TO AGMR-AGENT-COMPANY.
           MOVE TR-NEW-AGENT-NR           TO AGMR-AGENT-NR.

           READ AGY-MASTER.

           IF  NOT WS-AGY-OK
               MOVE 'REJECTED - TARGET NOT ON FILE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2200-EXIT
           END-IF.

           IF  AGMR-INACTIVE
               MOVE 'REJECTED - TARGET INACTIVE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-CHECK-PLACEHOLDER - IS WS-CHECK-AGENT-NR ONE OF THE      *
      *  CSAGTNEW PLACEHOLDER IDS                                      *
      *----------------------------------------------------------------*
       2500-CHECK-PLACEHOLDER.

           MOVE 'N'                       TO WS-PLACEHOLDER-SWITCH.

           SET NEWAGENT-IX                TO 1.
           SEARCH WT-NEWAGENT-ENTRY
               AT END
                   GO TO 2500-EXIT
               WHEN WT-NEWAGENT-ID (NEWAGENT-IX) = WS-CHECK-AGENT-NR
                   SET WS-IS-PLACEHOLDER  TO TRUE
           END-SEARCH.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ADD-XREF - WRITE A NEW MAPPING, NEVER YET APPLIED        *
      *----------------------------------------------------------------*
       3000-ADD-XREF.

           MOVE SPACES                    TO CSNAXR-RECORD.
           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.
           MOVE ZERO                      TO
               CSNAXR-LAST-APPLIED-CCYYMMDD.
           MOVE ZERO                      TO CSNAXR-APPLIED-COUNT.
           PERFORM 3500-BUILD-TARGET      THRU 3500-EXIT.

           WRITE CSNAXR-RECORD.

           IF  WS-XREF-OK
               MOVE 'ADDED'               TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-XREF-DUPLICATE
                   MOVE 'REJECTED - ALREADY ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM WRITE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-CHANGE-XREF - NEW TARGET FOR AN EXISTING MAPPING; THE    *
      *  LAST-APPLIED DATE AND COUNT CARRY OVER                        *
      *----------------------------------------------------------------*
       3100-CHANGE-XREF.

           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.

           READ XREF-FILE.

           IF  NOT WS-XREF-OK
               MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-BUILD-TARGET      THRU 3500-EXIT.

           REWRITE CSNAXR-RECORD.

           IF  WS-XREF-OK
               MOVE 'CHANGED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               MOVE 'REJECTED - VSAM REWRITE ERROR' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-DELETE-XREF - DELETE A MAPPING                           *
      *----------------------------------------------------------------*
       3200-DELETE-XREF.

           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.

           DELETE XREF-FILE.

           IF  WS-XREF-OK
               MOVE 'DELETED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-XREF-NOT-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM DELETE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-BUILD-TARGET - TARGET AGENCY, KEYER, AND TODAY           *
      *----------------------------------------------------------------*
       3500-BUILD-TARGET.

           MOVE TR-NEW-AGENT-COMPANY      TO CSNAXR-NEW-AGENT-COMPANY.
           MOVE TR-NEW-AGENT-NR           TO CSNAXR-NEW-AGENT-NR.
           MOVE TR-ENTERED-BY             TO CSNAXR-ENTERED-BY.
           MOVE WS-TODAY-CCYYMMDD         TO CSNAXR-ENTERED-CCYYMMDD.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-MOVE-KEY - PLACEHOLDER COMPANY + ID + BOOKING            *
      *----------------------------------------------------------------*
       3600-MOVE-KEY.

           MOVE TR-PH-AGENT-COMPANY       TO CSNAXR-PH-AGENT-COMPANY.
           MOVE TR-PH-AGENT-NR            TO CSNAXR-PH-AGENT-NR.
           MOVE TR-BOOKING-ID             TO CSNAXR-BOOKING-ID.

       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WRITE-AUDIT-LINE - ONE LINE PER TRANSACTION              *
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT-LINE.

           IF  NOT WS-TRAN-OK
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

           MOVE TR-ACTION-CODE            TO WS-R-ACTION.
           MOVE TR-PH-AGENT-COMPANY       TO WS-R-PH-COMPANY.
           MOVE TR-PH-AGENT-NR            TO WS-R-PH-AGENT-NR.
           MOVE TR-BOOKING-ID             TO WS-R-BOOKING-ID.
           MOVE TR-NEW-AGENT-COMPANY      TO WS-R-NEW-COMPANY.
           MOVE TR-NEW-AGENT-NR           TO WS-R-NEW-AGENT-NR.
           MOVE TR-ENTERED-BY             TO WS-R-ENTERED-BY.
           MOVE SPACES                    TO WS-R-ENTERED-DATE.
           MOVE SPACES                    TO WS-R-APPLIED-DATE.
           MOVE SPACES                    TO WS-R-APPLIED-COUNT.

           WRITE MAINT-LINE               FROM WS-REPORT-LINE.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-LIST-FILE - THE FULL CROSS-REFERENCE AS IT NOW STANDS    *
      *----------------------------------------------------------------*
       7000-LIST-FILE.

           WRITE MAINT-LINE               FROM WS-BLANK-LINE.
           WRITE MAINT-LINE               FROM WS-LIST-HEADING.
           WRITE MAINT-LINE               FROM WS-HEADING-2.

           MOVE LOW-VALUES                TO CSNAXR-KEY.
           START XREF-FILE
               KEY NOT < CSNAXR-KEY.

           IF  NOT WS-XREF-OK
               SET WS-LIST-EOF            TO TRUE
           END-IF.

           PERFORM 7100-LIST-ONE-RECORD   THRU 7100-EXIT
               UNTIL WS-LIST-EOF.

       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7100-LIST-ONE-RECORD - ONE LISTING LINE PER MAPPING; A        *
      *  MAPPING NEVER APPLIED SHOWS NO DATE AND A ZERO COUNT          *
      *----------------------------------------------------------------*
       7100-LIST-ONE-RECORD.

           READ XREF-FILE NEXT
               AT END
                   SET WS-LIST-EOF        TO TRUE
                   GO TO 7100-EXIT
           END-READ.

           ADD 1 TO WS-RECORDS-LISTED.

           MOVE SPACE                     TO WS-R-ACTION.
           MOVE CSNAXR-PH-AGENT-COMPANY   TO WS-R-PH-COMPANY.
           MOVE CSNAXR-PH-AGENT-NR        TO WS-R-PH-AGENT-NR.
           IF  CSNAXR-ALL-BOOKINGS
               MOVE '(ALL)'               TO WS-R-BOOKING-ID
           ELSE
               MOVE CSNAXR-BOOKING-ID     TO WS-R-BOOKING-ID
           END-IF.
           MOVE CSNAXR-NEW-AGENT-COMPANY  TO WS-R-NEW-COMPANY.
           MOVE CSNAXR-NEW-AGENT-NR       TO WS-R-NEW-AGENT-NR.
           MOVE CSNAXR-ENTERED-BY         TO WS-R-ENTERED-BY.
           MOVE CSNAXR-ENTERED-CCYYMMDD   TO WS-EDIT-DATE.
           MOVE WS-EDIT-DATE              TO WS-R-ENTERED-DATE.

           IF  CSNAXR-LAST-APPLIED-CCYYMMDD = ZERO
               MOVE 'NEVER'               TO WS-R-APPLIED-DATE
           ELSE
               MOVE CSNAXR-LAST-APPLIED-CCYYMMDD TO WS-EDIT-DATE
               MOVE WS-EDIT-DATE          TO WS-R-APPLIED-DATE
           END-IF.

           MOVE CSNAXR-APPLIED-COUNT      TO WS-EDIT-COUNT.
           MOVE WS-EDIT-COUNT             TO WS-R-APPLIED-COUNT.
           MOVE SPACES                    TO WS-R-RESULT.

           WRITE MAINT-LINE               FROM WS-REPORT-LINE.

       7100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - WRITE TOTALS AND CLOSE FILES                 *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           WRITE MAINT-LINE                FROM WS-BLANK-LINE.
           MOVE WS-TRANS-READ              TO WS-T-TRANS-READ.
           MOVE WS-TRANS-APPLIED           TO WS-T-APPLIED.
           MOVE WS-TRANS-REJECTED          TO WS-T-REJECTED.
           WRITE MAINT-LINE                FROM WS-TOTAL-LINE.

           CLOSE XREF-TRAN-FILE.
           CLOSE XREF-FILE.
           CLOSE AGY-MASTER.
           CLOSE MAINT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
