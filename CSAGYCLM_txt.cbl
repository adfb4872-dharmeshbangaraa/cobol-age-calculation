      ******************************************************************
      *                                                                *
      *                         "CSAGYCLM"                             *
      *   YOUTH CLUB GROUP RULE FILE MAINTENANCE AND LISTING           *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGYCLM.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  APPLIES KEYED MAINTENANCE TRANSACTIONS TO THE YCLBRULE YOUTH  *
      *  CLUB GROUP RULE FILE (CSAGYCLR) AND THEN LISTS THE WHOLE      *
      *  FILE, SO EVERY RUN'S OUTPUT SHOWS THE CLUB BANDS AS THEY NOW  *
      *  STAND.  SAME SHAPE AS CSAGDRKM.  TRANSACTION ACTIONS:         *
      *                                                                *
      *    A - ADD A CLUB BAND (REJECTED IF THE BRAND/FROM-AGE IS      *
      *        ALREADY ON FILE)                                        *
      *    C - CHANGE THE CLUB BAND FOR A KEY ON FILE                  *
      *    D - DELETE THE CLUB BAND FOR A KEY ON FILE                  *
      *                                                                *
      *  THE FROM-AGE MUST BE 0 TO 17 AND THE TO-AGE NOT BELOW THE     *
      *  FROM-AGE AND NOT ABOVE 17 -- AT 18 A GUEST LEAVES THE YOUTH   *
      *  PROGRAM.  A CLUB CODE MUST BE KEYED (IT IS WHAT THE EXTRACT   *
      *  DETAIL CARRIES).  A BAND MAY NOT OVERLAP ANOTHER BAND OF THE  *
      *  SAME BRAND, SO EVERY AGE FALLS IN AT MOST ONE CLUB.  AN       *
      *  EMPTY TRANSACTION FILE IS A PLAIN LISTING RUN.                *
      *                                                                *
      *  INPUT:   RULE-TRAN-FILE   - MAINTENANCE TRANSACTIONS          *
      *  I/O:     CLUB-RULE-FILE   - YOUTH CLUB BANDS (CSAGYCLR KSDS)  *
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
           SELECT RULE-TRAN-FILE    ASSIGN TO YCLRTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CLUB-RULE-FILE    ASSIGN TO YCLBRULE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSYCLR-KEY
                  FILE STATUS IS WS-RULE-STATUS.

           SELECT MAINT-RPT         ASSIGN TO YCLMRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  RULE-TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TR-ACTION-CODE              PIC X(01).
               88  TR-ACTION-ADD               VALUE 'A'.
               88  TR-ACTION-CHANGE             VALUE 'C'.
               88  TR-ACTION-DELETE             VALUE 'D'.
           05  TR-BRAND-CODE               PIC X(03).
           05  TR-FROM-AGE                 PIC 9(02).
           05  TR-TO-AGE                   PIC 9(02).
           05  TR-CLUB-CODE                PIC X(08).
           05  TR-CLUB-NAME                PIC X(20).
           05  FILLER                      PIC X(44).

       FD  CLUB-RULE-FILE.
           COPY CSAGYCLR.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-HIGHEST-AGE              PIC 9(02) VALUE 17.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF                  VALUE 'Y'.
           05  WS-TRAN-OK-SWITCH           PIC X(01) VALUE 'Y'.
               88  WS-TRAN-OK                   VALUE 'Y'.
           05  WS-BAND-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-BAND-EOF                  VALUE 'Y'.

       01  WS-RULE-STATUS                  PIC X(02).
           88  WS-RULE-OK                      VALUE '00'.
           88  WS-RULE-NOT-FOUND               VALUE '23'.
           88  WS-RULE-DUPLICATE               VALUE '22'.

       01  WS-OVERLAP-RESULT.
           05  FILLER                      PIC X(20) VALUE
               'REJECTED - OVERLAPS '.
           05  WS-OVERLAP-CLUB             PIC X(08).

       77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
       77  WS-RECORDS-LISTED               PIC 9(05) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGYCLM - YOUTH CLUB GROUP RULE FILE       '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(04) VALUE 'ACT'.
           05  FILLER                      PIC X(06) VALUE 'BRAND'.
           05  FILLER                      PIC X(06) VALUE 'FROM'.
           05  FILLER                      PIC X(06) VALUE 'TO'.
           05  FILLER                      PIC X(10) VALUE 'CLUB'.
           05  FILLER                      PIC X(22) VALUE 'CLUB NAME'.
           05  FILLER                      PIC X(30) VALUE 'RESULT'.
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-ACTION                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-BRAND                  PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-FROM-AGE               PIC 9(02).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-R-TO-AGE                 PIC 9(02).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-R-CLUB-CODE              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-CLUB-NAME              PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-RESULT                 PIC X(30).
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  WS-LIST-HEADING.
           05  FILLER                      PIC X(44) VALUE
               'YOUTH CLUB BANDS NOW ON FILE                '.
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

           OPEN INPUT  RULE-TRAN-FILE.
           OPEN I-O    CLUB-RULE-FILE.
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

           READ RULE-TRAN-FILE
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
               PERFORM 2200-CHECK-OVERLAP THRU 2200-EXIT
           END-IF.

           IF  WS-TRAN-OK
               EVALUATE TRUE
               WHEN TR-ACTION-ADD
                   PERFORM 3000-ADD-RULE    THRU 3000-EXIT
               WHEN TR-ACTION-CHANGE
                   PERFORM 3100-CHANGE-RULE THRU 3100-EXIT
               WHEN TR-ACTION-DELETE
                   PERFORM 3200-DELETE-RULE THRU 3200-EXIT
               END-EVALUATE
           END-IF.

           PERFORM 4000-WRITE-AUDIT-LINE  THRU 4000-EXIT.

           PERFORM 1200-READ-TRAN         THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-EDIT-TRAN - ACTION, KEY, AND BAND EDITS                  *
      *----------------------------------------------------------------*
       2100-EDIT-TRAN.

           IF  NOT TR-ACTION-ADD
           AND NOT TR-ACTION-CHANGE
           AND NOT TR-ACTION-DELETE
               MOVE 'REJECTED - BAD ACTION CODE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-BRAND-CODE = SPACES
               MOVE 'REJECTED - BRAND CODE BLANK' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-FROM-AGE NOT NUMERIC
           OR  TR-FROM-AGE > WC-HIGHEST-AGE
               MOVE 'REJECTED - FROM-AGE NOT 0-17' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-ACTION-DELETE
               GO TO 2100-EXIT
           END-IF.

           IF  TR-TO-AGE NOT NUMERIC
           OR  TR-TO-AGE < TR-FROM-AGE
           OR  TR-TO-AGE > WC-HIGHEST-AGE
               MOVE 'REJECTED - TO-AGE BAD' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-CLUB-CODE = SPACES
               MOVE 'REJECTED - CLUB CODE BLANK' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-CHECK-OVERLAP - READ THE BRAND'S OTHER BANDS; REJECT IF  *
      *  ANY SHARES AN AGE WITH THE TRANSACTION'S BAND.  THE BAND      *
      *  UNDER THE TRANSACTION'S OWN KEY IS SKIPPED -- ON A CHANGE IT  *
      *  IS THE ONE BEING REPLACED, ON AN ADD THE WRITE REJECTS IT.    *
      *----------------------------------------------------------------*
       2200-CHECK-OVERLAP.

           MOVE 'N'                       TO WS-BAND-EOF-SWITCH.
           MOVE TR-BRAND-CODE             TO CSYCLR-BRAND-CODE.
           MOVE ZERO                      TO CSYCLR-FROM-AGE.

           START CLUB-RULE-FILE
               KEY NOT < CSYCLR-KEY.

           IF  NOT WS-RULE-OK
               GO TO 2200-EXIT
           END-IF.

           PERFORM 2250-CHECK-ONE-BAND    THRU 2250-EXIT
               UNTIL WS-BAND-EOF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2250-CHECK-ONE-BAND - ONE BAND OF THE BRAND AGAINST THE       *
      *  TRANSACTION; STOP AT A NEW BRAND OR THE FIRST OVERLAP         *
      *----------------------------------------------------------------*
       2250-CHECK-ONE-BAND.

           READ CLUB-RULE-FILE NEXT
               AT END
                   SET WS-BAND-EOF        TO TRUE
                   GO TO 2250-EXIT
           END-READ.

           IF  CSYCLR-BRAND-CODE NOT = TR-BRAND-CODE
           OR  CSYCLR-FROM-AGE > TR-TO-AGE
               SET WS-BAND-EOF            TO TRUE
               GO TO 2250-EXIT
           END-IF.

           IF  CSYCLR-FROM-AGE = TR-FROM-AGE
               GO TO 2250-EXIT
           END-IF.

           IF  CSYCLR-TO-AGE NOT < TR-FROM-AGE
               MOVE CSYCLR-CLUB-CODE      TO WS-OVERLAP-CLUB
               MOVE WS-OVERLAP-RESULT     TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               SET WS-BAND-EOF            TO TRUE
           END-IF.

       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ADD-RULE - WRITE A NEW CLUB BAND                         *
      *----------------------------------------------------------------*
       3000-ADD-RULE.

           PERFORM 3500-BUILD-RECORD      THRU 3500-EXIT.

           WRITE CSYCLR-RECORD.

           IF  WS-RULE-OK
               MOVE 'ADDED'               TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-RULE-DUPLICATE
                   MOVE 'REJECTED - ALREADY ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM WRITE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-CHANGE-RULE - REWRITE AN EXISTING CLUB BAND              *
      *----------------------------------------------------------------*
       3100-CHANGE-RULE.

           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.

           READ CLUB-RULE-FILE.

           IF  NOT WS-RULE-OK
               MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-BUILD-RECORD      THRU 3500-EXIT.

           REWRITE CSYCLR-RECORD.

           IF  WS-RULE-OK
               MOVE 'CHANGED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               MOVE 'REJECTED - VSAM REWRITE ERROR' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-DELETE-RULE - DELETE A CLUB BAND                         *
      *----------------------------------------------------------------*
       3200-DELETE-RULE.

           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.

           DELETE CLUB-RULE-FILE.

           IF  WS-RULE-OK
               MOVE 'DELETED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-RULE-NOT-FOUND
                   MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM DELETE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-BUILD-RECORD - MOVE THE TRANSACTION IMAGE INTO THE       *
      *  CLUB BAND RECORD AREA                                         *
      *----------------------------------------------------------------*
       3500-BUILD-RECORD.

           MOVE SPACES                    TO CSYCLR-RECORD.
           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.
           MOVE TR-TO-AGE                 TO CSYCLR-TO-AGE.
           MOVE TR-CLUB-CODE              TO CSYCLR-CLUB-CODE.
           MOVE TR-CLUB-NAME              TO CSYCLR-CLUB-NAME.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-MOVE-KEY - BRAND + FROM-AGE                              *
      *----------------------------------------------------------------*
       3600-MOVE-KEY.

           MOVE TR-BRAND-CODE             TO CSYCLR-BRAND-CODE.
           MOVE TR-FROM-AGE               TO CSYCLR-FROM-AGE.

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
           MOVE TR-BRAND-CODE             TO WS-R-BRAND.
           IF  TR-FROM-AGE NUMERIC
               MOVE TR-FROM-AGE           TO WS-R-FROM-AGE
           ELSE
               MOVE ZERO                  TO WS-R-FROM-AGE
           END-IF.
           IF  TR-TO-AGE NUMERIC
               MOVE TR-TO-AGE             TO WS-R-TO-AGE
           ELSE
               MOVE ZERO                  TO WS-R-TO-AGE
           END-IF.
           MOVE TR-CLUB-CODE              TO WS-R-CLUB-CODE.
           MOVE TR-CLUB-NAME              TO WS-R-CLUB-NAME.

           WRITE MAINT-LINE               FROM WS-REPORT-LINE.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-LIST-FILE - THE FULL CLUB BAND FILE AS IT NOW STANDS     *
      *----------------------------------------------------------------*
       7000-LIST-FILE.

           WRITE MAINT-LINE               FROM WS-BLANK-LINE.
           WRITE MAINT-LINE               FROM WS-LIST-HEADING.
           WRITE MAINT-LINE               FROM WS-HEADING-2.

           MOVE LOW-VALUES                TO CSYCLR-KEY.
           START CLUB-RULE-FILE
               KEY NOT < CSYCLR-KEY.

           IF  NOT WS-RULE-OK
               SET WS-LIST-EOF            TO TRUE
           END-IF.

           PERFORM 7100-LIST-ONE-RECORD   THRU 7100-EXIT
               UNTIL WS-LIST-EOF.

       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7100-LIST-ONE-RECORD - ONE LISTING LINE PER CLUB BAND         *
      *----------------------------------------------------------------*
       7100-LIST-ONE-RECORD.

           READ CLUB-RULE-FILE NEXT
               AT END
                   SET WS-LIST-EOF        TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-LISTED
                   MOVE SPACE             TO WS-R-ACTION
                   MOVE CSYCLR-BRAND-CODE TO WS-R-BRAND
                   MOVE CSYCLR-FROM-AGE   TO WS-R-FROM-AGE
                   MOVE CSYCLR-TO-AGE     TO WS-R-TO-AGE
                   MOVE CSYCLR-CLUB-CODE  TO WS-R-CLUB-CODE
                   MOVE CSYCLR-CLUB-NAME  TO WS-R-CLUB-NAME
                   MOVE SPACES            TO WS-R-RESULT
                   WRITE MAINT-LINE       FROM WS-REPORT-LINE
           END-READ.

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

           CLOSE RULE-TRAN-FILE.
           CLOSE CLUB-RULE-FILE.
           CLOSE MAINT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
