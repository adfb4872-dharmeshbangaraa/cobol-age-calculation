      ******************************************************************
      *                                                                *
      *                         "CSAGXMLD"                             *
      *    SHORE EXCURSION MASTER FILE LOAD AND MAINTENANCE (EXCMAST)  *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGXMLD.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  APPLIES A FILE OF KEYED MAINTENANCE TRANSACTIONS TO THE       *
      *  EXCMAST SHORE EXCURSION MASTER KSDS (CSAGEXMR) -- ONE RECORD  *
      *  PER EXCURSION, WITH THE TOUR OPERATOR'S MINIMUM AGE AND       *
      *  WHETHER A MINOR NEEDS AN ADULT FROM THE SAME BOOKING ON THE   *
      *  TOUR.  THE INITIAL LOAD IS SIMPLY ONE ADD PER EXCURSION FROM  *
      *  THE SHORE PROGRAM.  EACH TRANSACTION CARRIES AN ACTION CODE   *
      *  AND THE FULL MASTER IMAGE:                                    *
      *                                                                *
      *    A - ADD THE EXCURSION (REJECTED IF ALREADY ON FILE)         *
      *    C - CHANGE THE EXCURSION (REJECTED IF NOT ON FILE)          *
      *    D - DELETE THE EXCURSION (REJECTED IF NOT ON FILE)          *
      *                                                                *
      *  THE PORT CODE MUST BE PRESENT, THE MINIMUM AGE NUMERIC (ZERO  *
      *  FOR NO MINIMUM), AND THE GUARDIAN SWITCH Y OR N.  DELETING AN *
      *  EXCURSION DOES NOT TOUCH ITS BOOKINGS ON EXCBKNG; CSAGXVAL    *
      *  REPORTS ANY THAT ARE LEFT.  EVERY TRANSACTION PRINTS ONE      *
      *  LINE, APPLIED OR REJECTED, SO THE MORNING READER SEES         *
      *  EXACTLY WHAT CHANGED.                                         *
      *                                                                *
      *  INPUT:   EXCM-TRAN-FILE - MAINTENANCE TRANSACTIONS            *
      *  I/O:     EXC-MASTER     - EXCURSION MASTER (CSAGEXMR KSDS)    *
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
           SELECT EXCM-TRAN-FILE    ASSIGN TO EXMTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXC-MASTER        ASSIGN TO EXCMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSEXM-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT MAINT-RPT         ASSIGN TO XMLDRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  EXCM-TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TR-ACTION-CODE              PIC X(01).
               88  TR-ACTION-ADD               VALUE 'A'.
               88  TR-ACTION-CHANGE             VALUE 'C'.
               88  TR-ACTION-DELETE             VALUE 'D'.
           05  TR-EXCURSION-CODE           PIC X(08).
           05  TR-PORT-CODE                PIC X(05).
           05  TR-DESCRIPTION              PIC X(30).
           05  TR-MIN-AGE-YEARS            PIC 9(02).
           05  TR-GUARDIAN-SWITCH          PIC X(01).
               88  TR-GUARDIAN-VALID           VALUE 'Y' 'N'.
           05  FILLER                      PIC X(33).

       FD  EXC-MASTER.
           COPY CSAGEXMR.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

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
               'CSAGXMLD - EXCURSION MASTER MAINTENANCE     '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(04) VALUE 'ACT'.
           05  FILLER                      PIC X(10) VALUE 'EXCURSN'.
           05  FILLER                      PIC X(07) VALUE 'PORT'.
           05  FILLER                      PIC X(32) VALUE
               'DESCRIPTION'.
           05  FILLER                      PIC X(05) VALUE 'MIN'.
           05  FILLER                      PIC X(06) VALUE 'GUARD'.
           05  FILLER                      PIC X(30) VALUE 'RESULT'.
           05  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-ACTION                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-EXCURSION              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-PORT                   PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-DESCRIPTION            PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-MIN-AGE                PIC Z9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-GUARDIAN               PIC X(01).
           05  FILLER                      PIC X(05) VALUE SPACES.
           05  WS-R-RESULT                 PIC X(30).
           05  FILLER                      PIC X(38) VALUE SPACES.

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
           05  FILLER                      PIC X(31) VALUE SPACES.

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

           OPEN INPUT  EXCM-TRAN-FILE.
           OPEN I-O    EXC-MASTER.
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

           READ EXCM-TRAN-FILE
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
                   PERFORM 3000-ADD-EXCURSION    THRU 3000-EXIT
               WHEN TR-ACTION-CHANGE
                   PERFORM 3100-CHANGE-EXCURSION THRU 3100-EXIT
               WHEN TR-ACTION-DELETE
                   PERFORM 3200-DELETE-EXCURSION THRU 3200-EXIT
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

           IF  TR-EXCURSION-CODE NOT > SPACES
               MOVE 'REJECTED - EXCURSION MISSING' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

      *    A DELETE CARRIES ONLY THE KEY; NO VALUE EDITS APPLY
           IF  TR-ACTION-DELETE
               GO TO 2100-EXIT
           END-IF.

           IF  TR-PORT-CODE NOT > SPACES
               MOVE 'REJECTED - PORT CODE MISSING' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-MIN-AGE-YEARS NOT NUMERIC
               MOVE 'REJECTED - MINIMUM AGE BAD' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  NOT TR-GUARDIAN-VALID
               MOVE 'REJECTED - GUARDIAN NOT Y/N' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ADD-EXCURSION - WRITE A NEW MASTER RECORD                *
      *----------------------------------------------------------------*
       3000-ADD-EXCURSION.

           PERFORM 3500-BUILD-MASTER      THRU 3500-EXIT.

           WRITE CSEXM-RECORD.

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
      *  3100-CHANGE-EXCURSION - REWRITE AN EXISTING MASTER RECORD     *
      *----------------------------------------------------------------*
       3100-CHANGE-EXCURSION.

           MOVE TR-EXCURSION-CODE         TO CSEXM-EXCURSION-CODE.

           READ EXC-MASTER.

           IF  NOT WS-MAST-OK
               MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-BUILD-MASTER      THRU 3500-EXIT.

           REWRITE CSEXM-RECORD.

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
      *  3200-DELETE-EXCURSION - DELETE A MASTER RECORD                *
      *----------------------------------------------------------------*
       3200-DELETE-EXCURSION.

           MOVE TR-EXCURSION-CODE         TO CSEXM-EXCURSION-CODE.

           DELETE EXC-MASTER.

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
      *  MASTER RECORD AREA                                            *
      *----------------------------------------------------------------*
       3500-BUILD-MASTER.

           MOVE SPACES                    TO CSEXM-RECORD.
           MOVE TR-EXCURSION-CODE         TO CSEXM-EXCURSION-CODE.
           MOVE TR-PORT-CODE              TO CSEXM-PORT-CODE.
           MOVE TR-DESCRIPTION            TO CSEXM-DESCRIPTION.
           MOVE TR-MIN-AGE-YEARS          TO CSEXM-MIN-AGE-YEARS.
           MOVE TR-GUARDIAN-SWITCH        TO CSEXM-GUARDIAN-SWITCH.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  4000-WRITE-AUDIT-LINE - ONE LINE PER TRANSACTION, APPLIED OR  *
      *  REJECTED                                                      *
      *----------------------------------------------------------------*
       4000-WRITE-AUDIT-LINE.

           IF  NOT WS-TRAN-OK
               ADD 1 TO WS-TRANS-REJECTED
           END-IF.

           MOVE TR-ACTION-CODE            TO WS-R-ACTION.
           MOVE TR-EXCURSION-CODE         TO WS-R-EXCURSION.
           MOVE TR-PORT-CODE              TO WS-R-PORT.
           MOVE TR-DESCRIPTION            TO WS-R-DESCRIPTION.
           IF  TR-MIN-AGE-YEARS NUMERIC
               MOVE TR-MIN-AGE-YEARS      TO WS-R-MIN-AGE
           ELSE
               MOVE ZERO                  TO WS-R-MIN-AGE
           END-IF.
           MOVE TR-GUARDIAN-SWITCH        TO WS-R-GUARDIAN.

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

           CLOSE EXCM-TRAN-FILE.
           CLOSE EXC-MASTER.
           CLOSE MAINT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
