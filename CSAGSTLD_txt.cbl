      ******************************************************************
      *                                                                *
      *                         "CSAGSTLD"                             *
      *     STATEROOM MASTER FILE LOAD AND MAINTENANCE (STRMMAST)      *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGSTLD.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  APPLIES A FILE OF KEYED MAINTENANCE TRANSACTIONS TO THE       *
      *  STRMMAST STATEROOM MASTER KSDS (CSAGSTRM) -- ONE RECORD PER   *
      *  STATEROOM PER SHIP, HELD AGAINST THE MANIFEST BY THE NIGHTLY  *
      *  STATEROOM COMPLIANCE JOB (CSAGSTCK) AND BY CSAGCBIN FOR       *
      *  CONNECTING CABINS.  THE INITIAL LOAD OF A SHIP IS SIMPLY ONE  *
      *  ADD PER STATEROOM FROM THE DECK PLAN.  EACH TRANSACTION       *
      *  CARRIES AN ACTION CODE AND THE FULL MASTER IMAGE:             *
      *                                                                *
      *    A - ADD THE STATEROOM (REJECTED IF ALREADY ON FILE)         *
      *    C - CHANGE THE STATEROOM (REJECTED IF NOT ON FILE)          *
      *    D - DELETE THE STATEROOM (REJECTED IF NOT ON FILE)          *
      *                                                                *
      *  THE BERTH COUNT MUST BE 1 TO 12, THE CRIB SWITCH Y OR N, AND  *
      *  A STATEROOM CANNOT CONNECT TO ITSELF.  EVERY TRANSACTION      *
      *  PRINTS ONE LINE, APPLIED OR REJECTED, SO THE MORNING READER   *
      *  SEES EXACTLY WHAT CHANGED.                                    *
      *                                                                *
      *  INPUT:   STRM-TRAN-FILE - MAINTENANCE TRANSACTIONS            *
      *  I/O:     STRM-MASTER    - STATEROOM MASTER (CSAGSTRM KSDS)    *
      *  OUTPUT:  MAINT-RPT      - MAINTENANCE AUDIT REPORT            *
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
           SELECT STRM-TRAN-FILE    ASSIGN TO STRMTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT STRM-MASTER       ASSIGN TO STRMMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSSTRM-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT MAINT-RPT         ASSIGN TO STLDRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  STRM-TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TR-ACTION-CODE              PIC X(01).
               88  TR-ACTION-ADD               VALUE 'A'.
               88  TR-ACTION-CHANGE             VALUE 'C'.
               88  TR-ACTION-DELETE             VALUE 'D'.
           05  TR-SHIP-CODE                PIC X(04).
           05  TR-STATEROOM-NR             PIC X(05).
           05  TR-BERTH-COUNT              PIC 9(02).
           05  TR-CATEGORY                 PIC X(04).
           05  TR-CONNECTING-NR            PIC X(05).
           05  TR-CRIB-SWITCH              PIC X(01).
               88  TR-CRIB-VALID               VALUE 'Y' 'N'.
           05  FILLER                      PIC X(58).

       FD  STRM-MASTER.
           COPY CSAGSTRM.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-MAX-BERTHS               PIC 9(02) VALUE 12.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-TRAN-OK-SWITCH           PIC X(01) VALUE 'Y'.
               88  WS-TRAN-OK                   VALUE 'Y'.

       01  WS-MAST-STATUS                  PIC X(02).
           88  WS-MAST-OK                      VALUE '00'.
           88  WS-MAST-NOT-FOUND               VALUE '23'.
           88  WS-MAST-DUPLICATE               VALUE '22'.

       77  WS-TRANS-READ                   PIC 9(07) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED                PIC 9(07) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED               PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGSTLD - STATEROOM MASTER MAINTENANCE     '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(04) VALUE 'ACT'.
           05  FILLER                      PIC X(06) VALUE 'SHIP'.
           05  FILLER                      PIC X(07) VALUE 'CABIN'.
           05  FILLER                      PIC X(08) VALUE 'BERTHS'.
           05  FILLER                      PIC X(06) VALUE 'CATG'.
           05  FILLER                      PIC X(09) VALUE 'CONNECTS'.
           05  FILLER                      PIC X(06) VALUE 'CRIB'.
           05  FILLER                      PIC X(30) VALUE 'RESULT'.
           05  FILLER                      PIC X(56) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-ACTION                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-SHIP                   PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-STATEROOM              PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-BERTHS                 PIC Z9.
           05  FILLER                      PIC X(06) VALUE SPACES.
           05  WS-R-CATEGORY               PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-CONNECTING             PIC X(05).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-R-CRIB                   PIC X(01).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-R-RESULT                 PIC X(30).
           05  FILLER                      PIC X(56) VALUE SPACES.

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

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADINGS, PRIME THE READ  *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  STRM-TRAN-FILE.
           OPEN I-O    STRM-MASTER.
           OPEN OUTPUT MAINT-RPT.

           WRITE MAINT-LINE               FROM WS-HEADING-1.
           WRITE MAINT-LINE               FROM WS-HEADING-2.

           PERFORM 1200-READ-TRAN         THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-TRAN - READ ONE MAINTENANCE TRANSACTION             *
      *----------------------------------------------------------------*
       1200-READ-TRAN.

           READ STRM-TRAN-FILE
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
               EVALUATE TRUE
               WHEN TR-ACTION-ADD
                   PERFORM 3000-ADD-STATEROOM    THRU 3000-EXIT
               WHEN TR-ACTION-CHANGE
                   PERFORM 3100-CHANGE-STATEROOM THRU 3100-EXIT
               WHEN TR-ACTION-DELETE
                   PERFORM 3200-DELETE-STATEROOM THRU 3200-EXIT
               END-EVALUATE
           END-IF.

           PERFORM 4000-WRITE-AUDIT-LINE  THRU 4000-EXIT.

           PERFORM 1200-READ-TRAN         THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-EDIT-TRAN - ACTION CODE, KEY, AND VALUE EDITS.  THE      *
      *  FIRST FAILURE SETS THE RESULT TEXT AND STOPS THE EDITS.       *
      *----------------------------------------------------------------*
       2100-EDIT-TRAN.

           IF  NOT TR-ACTION-ADD
           AND NOT TR-ACTION-CHANGE
           AND NOT TR-ACTION-DELETE
               MOVE 'REJECTED - BAD ACTION CODE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-SHIP-CODE NOT > SPACES
               MOVE 'REJECTED - SHIP CODE MISSING' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-STATEROOM-NR NOT > SPACES
               MOVE 'REJECTED - STATEROOM MISSING' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

      *    A DELETE CARRIES ONLY THE KEY; NO VALUE EDITS APPLY
           IF  TR-ACTION-DELETE
               GO TO 2100-EXIT
           END-IF.

           IF  TR-BERTH-COUNT NOT NUMERIC
           OR  TR-BERTH-COUNT = ZERO
           OR  TR-BERTH-COUNT > WC-MAX-BERTHS
               MOVE 'REJECTED - BERTHS NOT 1-12' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  NOT TR-CRIB-VALID
               MOVE 'REJECTED - CRIB SWITCH NOT Y/N' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-CONNECTING-NR = TR-STATEROOM-NR
               MOVE 'REJECTED - CONNECTS TO ITSELF' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ADD-STATEROOM - WRITE A NEW MASTER RECORD                *
      *----------------------------------------------------------------*
       3000-ADD-STATEROOM.

           PERFORM 3500-BUILD-MASTER      THRU 3500-EXIT.

           WRITE CSSTRM-RECORD.

           IF  WS-MAST-OK
               MOVE 'ADDED'               TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-MAST-DUPLICATE
                   MOVE 'REJECTED - ALREADY ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM WRITE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-CHANGE-STATEROOM - REWRITE AN EXISTING MASTER RECORD     *
      *----------------------------------------------------------------*
       3100-CHANGE-STATEROOM.

           MOVE TR-SHIP-CODE              TO CSSTRM-SHIP-CODE.
           MOVE TR-STATEROOM-NR           TO CSSTRM-STATEROOM-NR.

           READ STRM-MASTER.

           IF  NOT WS-MAST-OK
               MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-BUILD-MASTER      THRU 3500-EXIT.

           REWRITE CSSTRM-RECORD.

           IF  WS-MAST-OK
               MOVE 'CHANGED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               MOVE 'REJECTED - VSAM REWRITE ERROR' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-DELETE-STATEROOM - DELETE A MASTER RECORD                *
      *----------------------------------------------------------------*
       3200-DELETE-STATEROOM.

           MOVE TR-SHIP-CODE              TO CSSTRM-SHIP-CODE.
           MOVE TR-STATEROOM-NR           TO CSSTRM-STATEROOM-NR.

           DELETE STRM-MASTER.

           IF  WS-MAST-OK
               MOVE 'DELETED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-MAST-NOT-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM DELETE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-BUILD-MASTER - MOVE THE TRANSACTION IMAGE INTO THE       *
      *  MASTER RECORD AREA                                           *
      *----------------------------------------------------------------*
       3500-BUILD-MASTER.

           MOVE SPACES                    TO CSSTRM-RECORD.
           MOVE TR-SHIP-CODE              TO CSSTRM-SHIP-CODE.
           MOVE TR-STATEROOM-NR           TO CSSTRM-STATEROOM-NR.
           MOVE TR-BERTH-COUNT            TO CSSTRM-BERTH-COUNT.
           MOVE TR-CATEGORY               TO CSSTRM-CATEGORY.
           MOVE TR-CONNECTING-NR          TO CSSTRM-CONNECTING-NR.
           MOVE TR-CRIB-SWITCH            TO CSSTRM-CRIB-SWITCH.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WRITE-AUDIT-LINE - ONE LINE PER TRANSACTION, APPLIED OR  *
      *  REJECTED                                                     *
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT-LINE.

           IF  NOT WS-TRAN-OK
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

           MOVE TR-ACTION-CODE            TO WS-R-ACTION.
           MOVE TR-SHIP-CODE              TO WS-R-SHIP.
           MOVE TR-STATEROOM-NR           TO WS-R-STATEROOM.
           IF  TR-BERTH-COUNT NUMERIC
               MOVE TR-BERTH-COUNT        TO WS-R-BERTHS
           ELSE
               MOVE ZERO                  TO WS-R-BERTHS
           END-IF.
           MOVE TR-CATEGORY               TO WS-R-CATEGORY.
           MOVE TR-CONNECTING-NR          TO WS-R-CONNECTING.
           MOVE TR-CRIB-SWITCH            TO WS-R-CRIB.

           WRITE MAINT-LINE               FROM WS-REPORT-LINE.

       4000-EXIT.
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

           CLOSE STRM-TRAN-FILE.
           CLOSE STRM-MASTER.
           CLOSE MAINT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
