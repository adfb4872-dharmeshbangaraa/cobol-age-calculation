      ******************************************************************
      *                                                                *
      *                         "CSAGINFM"                             *
      *   INFANT SAILING AGE RULE FILE MAINTENANCE AND LISTING         *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGINFM.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  APPLIES KEYED MAINTENANCE TRANSACTIONS TO THE INFRULES        *
      *  MINIMUM INFANT SAILING AGE RULE FILE (CSAGINFR) AND THEN      *
      *  LISTS THE WHOLE FILE, SO EVERY RUN'S OUTPUT SHOWS THE RULES   *
      *  AS THEY NOW STAND.  SAME SHAPE AS CSAGBNDM.  TRANSACTION      *
      *  ACTIONS:                                                      *
      *                                                                *
      *    A - ADD A RULE (REJECTED IF THE BRAND/ITINERARY/            *
      *        EFFECTIVE-FROM IS ALREADY ON FILE)                      *
      *    C - CHANGE THE RULE FOR A KEY ON FILE                       *
      *    D - DELETE THE RULE FOR A KEY ON FILE                       *
      *                                                                *
      *  A BLANK ITINERARY IS THE BRAND'S DEFAULT RULE.  THE MINIMUM   *
      *  AGE MUST BE 1 TO 36 MONTHS AND A RULE CODE MUST BE KEYED (IT  *
      *  IS WHAT THE EXCEPTION REPORTS PRINT).  AN EFFECTIVE-TO, IF    *
      *  KEYED, MAY NOT BE BEFORE THE EFFECTIVE-FROM.  AN EMPTY        *
      *  TRANSACTION FILE IS A PLAIN LISTING RUN.                      *
      *                                                                *
      *  INPUT:   RULE-TRAN-FILE   - MAINTENANCE TRANSACTIONS          *
      *  I/O:     INFANT-RULE-FILE - INFANT AGE RULES (CSAGINFR KSDS)  *
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
           SELECT RULE-TRAN-FILE    ASSIGN TO INFRTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT INFANT-RULE-FILE  ASSIGN TO INFRULES
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSINFR-KEY
                  FILE STATUS IS WS-RULE-STATUS.

           SELECT MAINT-RPT         ASSIGN TO INFMRPT
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
           05  TR-ITINERARY-CODE           PIC X(06).
           05  TR-EFF-FROM-CCYYMMDD        PIC 9(08).
           05  TR-EFF-TO-CCYYMMDD          PIC 9(08).
           05  TR-MIN-AGE-MONTHS           PIC 9(03).
           05  TR-RULE-CODE                PIC X(08).
           05  TR-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(13).

       FD  INFANT-RULE-FILE.
           COPY CSAGINFR.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-MAX-MIN-MONTHS           PIC 9(03) VALUE 036.
           05  WC-LOOKUP-TABLE-MAX         PIC 9(05) VALUE 500.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF                  VALUE 'Y'.
           05  WS-TRAN-OK-SWITCH           PIC X(01) VALUE 'Y'.
               88  WS-TRAN-OK                   VALUE 'Y'.

       01  WS-RULE-STATUS                  PIC X(02).
           88  WS-RULE-OK                      VALUE '00'.
           88  WS-RULE-NOT-FOUND               VALUE '23'.
           88  WS-RULE-DUPLICATE               VALUE '22'.

       77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
       77  WS-RECORDS-LISTED               PIC 9(05) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGINFM - INFANT SAILING AGE RULE FILE     '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(04) VALUE 'ACT'.
           05  FILLER                      PIC X(06) VALUE 'BRAND'.
           05  FILLER                      PIC X(08) VALUE 'ITIN'.
           05  FILLER                      PIC X(10) VALUE 'EFF FROM'.
           05  FILLER                      PIC X(10) VALUE 'EFF TO'.
           05  FILLER                      PIC X(05) VALUE 'MOS'.
           05  FILLER                      PIC X(10) VALUE 'RULE'.
           05  FILLER                      PIC X(32) VALUE
               'DESCRIPTION'.
           05  FILLER                      PIC X(30) VALUE 'RESULT'.
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-ACTION                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-BRAND                  PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-ITINERARY              PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-EFF-FROM               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-EFF-TO                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-MIN-MONTHS             PIC 9(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-RULE-CODE              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-DESCRIPTION            PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-RESULT                 PIC X(30).
           05  FILLER                      PIC X(17) VALUE SPACES.

       01  WS-LIST-HEADING.
           05  FILLER                      PIC X(44) VALUE
               'INFANT AGE RULES NOW ON FILE                '.
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

       01  WS-OVERFLOW-LINE.
           05  FILLER                      PIC X(44) VALUE
               '*** WARNING - MORE RULES ON FILE THAN THE '.
           05  FILLER                      PIC X(20) VALUE
               'LOOKUP TABLE HOLDS ('.
           05  WS-O-TABLE-MAX              PIC ZZ,ZZ9.
           05  FILLER                      PIC X(36) VALUE
               ') -- LATER KEYS WILL BE IGNORED'.
           05  FILLER                      PIC X(26) VALUE SPACES.

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
           OPEN I-O    INFANT-RULE-FILE.
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
      *  2100-EDIT-TRAN - ACTION, KEY, AND RULE-VALUE EDITS            *
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

           IF  TR-EFF-FROM-CCYYMMDD NOT NUMERIC
           OR  TR-EFF-FROM-CCYYMMDD = ZERO
               MOVE 'REJECTED - EFF-FROM DATE BAD' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-ACTION-DELETE
               GO TO 2100-EXIT
           END-IF.

           IF  TR-EFF-TO-CCYYMMDD NUMERIC
           AND TR-EFF-TO-CCYYMMDD > ZERO
           AND TR-EFF-TO-CCYYMMDD < TR-EFF-FROM-CCYYMMDD
               MOVE 'REJECTED - EFF-TO BEFORE FROM' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-MIN-AGE-MONTHS NOT NUMERIC
           OR  TR-MIN-AGE-MONTHS = ZERO
           OR  TR-MIN-AGE-MONTHS > WC-MAX-MIN-MONTHS
               MOVE 'REJECTED - MIN MONTHS NOT 1-36' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           IF  TR-RULE-CODE = SPACES
               MOVE 'REJECTED - RULE CODE BLANK' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ADD-RULE - WRITE A NEW RULE                              *
      *----------------------------------------------------------------*
       3000-ADD-RULE.

           PERFORM 3500-BUILD-RECORD      THRU 3500-EXIT.

           WRITE CSINFR-RECORD.

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
      *  3100-CHANGE-RULE - REWRITE AN EXISTING RULE                   *
      *----------------------------------------------------------------*
       3100-CHANGE-RULE.

           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.

           READ INFANT-RULE-FILE.

           IF  NOT WS-RULE-OK
               MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-BUILD-RECORD      THRU 3500-EXIT.

           REWRITE CSINFR-RECORD.

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
      *  3200-DELETE-RULE - DELETE A RULE                              *
      *----------------------------------------------------------------*
       3200-DELETE-RULE.

           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.

           DELETE INFANT-RULE-FILE.

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
      *  RULE RECORD AREA                                              *
      *----------------------------------------------------------------*
       3500-BUILD-RECORD.

           MOVE SPACES                    TO CSINFR-RECORD.
           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.
           IF  TR-EFF-TO-CCYYMMDD NUMERIC
               MOVE TR-EFF-TO-CCYYMMDD    TO CSINFR-EFF-TO-CCYYMMDD
           ELSE
               MOVE ZERO                  TO CSINFR-EFF-TO-CCYYMMDD
           END-IF.
           MOVE TR-MIN-AGE-MONTHS         TO CSINFR-MIN-AGE-MONTHS.
           MOVE TR-RULE-CODE              TO CSINFR-RULE-CODE.
           MOVE TR-DESCRIPTION            TO CSINFR-DESCRIPTION.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-MOVE-KEY - BRAND + ITINERARY + EFFECTIVE-FROM            *
      *----------------------------------------------------------------*
       3600-MOVE-KEY.

           MOVE TR-BRAND-CODE             TO CSINFR-BRAND-CODE.
           MOVE TR-ITINERARY-CODE         TO CSINFR-ITINERARY-CODE.
           MOVE TR-EFF-FROM-CCYYMMDD      TO CSINFR-EFF-FROM-CCYYMMDD.

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
           MOVE TR-ITINERARY-CODE         TO WS-R-ITINERARY.
           IF  TR-EFF-FROM-CCYYMMDD NUMERIC
               MOVE TR-EFF-FROM-CCYYMMDD  TO WS-R-EFF-FROM
           ELSE
               MOVE ZERO                  TO WS-R-EFF-FROM
           END-IF.
           IF  TR-EFF-TO-CCYYMMDD NUMERIC
               MOVE TR-EFF-TO-CCYYMMDD    TO WS-R-EFF-TO
           ELSE
               MOVE ZERO                  TO WS-R-EFF-TO
           END-IF.
           IF  TR-MIN-AGE-MONTHS NUMERIC
               MOVE TR-MIN-AGE-MONTHS     TO WS-R-MIN-MONTHS
           ELSE
               MOVE ZERO                  TO WS-R-MIN-MONTHS
           END-IF.
           MOVE TR-RULE-CODE              TO WS-R-RULE-CODE.
           MOVE TR-DESCRIPTION            TO WS-R-DESCRIPTION.

           WRITE MAINT-LINE               FROM WS-REPORT-LINE.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-LIST-FILE - THE FULL RULE FILE AS IT NOW STANDS          *
      *----------------------------------------------------------------*
       7000-LIST-FILE.

           WRITE MAINT-LINE               FROM WS-BLANK-LINE.
           WRITE MAINT-LINE               FROM WS-LIST-HEADING.
           WRITE MAINT-LINE               FROM WS-HEADING-2.

           MOVE LOW-VALUES                TO CSINFR-KEY.
           START INFANT-RULE-FILE
               KEY NOT < CSINFR-KEY.

           IF  NOT WS-RULE-OK
               SET WS-LIST-EOF            TO TRUE
           END-IF.

           PERFORM 7100-LIST-ONE-RECORD   THRU 7100-EXIT
               UNTIL WS-LIST-EOF.

           IF  WS-RECORDS-LISTED > WC-LOOKUP-TABLE-MAX
               MOVE WC-LOOKUP-TABLE-MAX   TO WS-O-TABLE-MAX
               WRITE MAINT-LINE           FROM WS-BLANK-LINE
               WRITE MAINT-LINE           FROM WS-OVERFLOW-LINE
           END-IF.

       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7100-LIST-ONE-RECORD - ONE LISTING LINE PER RULE RECORD       *
      *----------------------------------------------------------------*
       7100-LIST-ONE-RECORD.

           READ INFANT-RULE-FILE NEXT
               AT END
                   SET WS-LIST-EOF        TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-LISTED
                   MOVE SPACE             TO WS-R-ACTION
                   MOVE CSINFR-BRAND-CODE TO WS-R-BRAND
                   MOVE CSINFR-ITINERARY-CODE    TO WS-R-ITINERARY
                   MOVE CSINFR-EFF-FROM-CCYYMMDD TO WS-R-EFF-FROM
                   MOVE CSINFR-EFF-TO-CCYYMMDD   TO WS-R-EFF-TO
                   MOVE CSINFR-MIN-AGE-MONTHS    TO WS-R-MIN-MONTHS
                   MOVE CSINFR-RULE-CODE  TO WS-R-RULE-CODE
                   MOVE CSINFR-DESCRIPTION TO WS-R-DESCRIPTION
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
           CLOSE INFANT-RULE-FILE.
           CLOSE MAINT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
