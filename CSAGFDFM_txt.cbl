      ******************************************************************
      *                                                                *
      *                         "CSAGFDFM"                             *
      *   AGE-BAND FARE DIFFERENTIAL FILE MAINTENANCE AND LISTING      *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGFDFM.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  APPLIES KEYED MAINTENANCE TRANSACTIONS TO THE FAREDIFF       *
      *  AGE-BAND FARE DIFFERENTIAL FILE (CSAGFDIF) AND THEN LISTS     *
      *  THE WHOLE FILE, SO EVERY RUN'S OUTPUT SHOWS THE               *
      *  DIFFERENTIALS AS THEY NOW STAND.  SAME SHAPE AS CSAGDRKM.     *
      *  TRANSACTION ACTIONS:                                          *
      *                                                                *
      *    A - ADD A DIFFERENTIAL (REJECTED IF THE BRAND/ITINERARY/    *
      *        BAND/EFFECTIVE-FROM IS ALREADY ON FILE)                 *
      *    C - CHANGE THE DIFFERENTIAL FOR A KEY ON FILE               *
      *    D - DELETE THE DIFFERENTIAL FOR A KEY ON FILE               *
      *                                                                *
      *  A BLANK ITINERARY IS THE BRAND'S DEFAULT.  THE BAND MUST BE   *
      *  ONE OF THE CSAGECAL BANDS (I, C, T, A, S).  THE AMOUNT IS     *
      *  KEYED WITH A LEADING SIGN (E.G. -0025000 FOR A BAND PRICED    *
      *  250.00 BELOW THE BASE FARE) AND MUST BE NUMERIC; ZERO IS      *
      *  ALLOWED (A BAND PRICED AT THE BASE FARE).  AN EFFECTIVE-TO,   *
      *  IF KEYED, MAY NOT BE BEFORE THE EFFECTIVE-FROM.  AN EMPTY     *
      *  TRANSACTION FILE IS A PLAIN LISTING RUN.                      *
      *                                                                *
      *  INPUT:   DIFF-TRAN-FILE   - MAINTENANCE TRANSACTIONS          *
      *  I/O:     FARE-DIFF-FILE   - FARE DIFFERENTIALS (CSAGFDIF KSDS)*
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
           SELECT DIFF-TRAN-FILE    ASSIGN TO FDIFTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FARE-DIFF-FILE    ASSIGN TO FAREDIFF
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSFDIF-KEY
                  FILE STATUS IS WS-DIFF-STATUS.

           SELECT MAINT-RPT         ASSIGN TO FDFMRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  DIFF-TRAN-FILE
           RECORDING MODE IS F.
       01  TRAN-RECORD.
           05  TR-ACTION-CODE              PIC X(01).
               88  TR-ACTION-ADD               VALUE 'A'.
               88  TR-ACTION-CHANGE             VALUE 'C'.
               88  TR-ACTION-DELETE             VALUE 'D'.
           05  TR-BRAND-CODE               PIC X(03).
           05  TR-ITINERARY-CODE           PIC X(06).
           05  TR-AGE-BAND                 PIC X(01).
               88  TR-AGE-BAND-VALID           VALUE 'I' 'C' 'T'
                                                     'A' 'S'.
           05  TR-EFF-FROM-CCYYMMDD        PIC 9(08).
           05  TR-EFF-TO-CCYYMMDD          PIC 9(08).
           05  TR-DIFF-AMOUNT              PIC S9(05)V99
                                           SIGN LEADING SEPARATE.
           05  TR-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(15).

       FD  FARE-DIFF-FILE.
           COPY CSAGFDIF.

       FD  MAINT-RPT
           RECORDING MODE IS F.
       01  MAINT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-LIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-LIST-EOF                  VALUE 'Y'.
           05  WS-TRAN-OK-SWITCH           PIC X(01) VALUE 'Y'.
               88  WS-TRAN-OK                   VALUE 'Y'.

       01  WS-DIFF-STATUS                  PIC X(02).
           88  WS-DIFF-OK                      VALUE '00'.
           88  WS-DIFF-NOT-FOUND               VALUE '23'.
           88  WS-DIFF-DUPLICATE               VALUE '22'.

       77  WS-TRANS-READ                   PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-APPLIED                PIC 9(05) COMP VALUE ZERO.
       77  WS-TRANS-REJECTED               PIC 9(05) COMP VALUE ZERO.
       77  WS-RECORDS-LISTED               PIC 9(05) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGFDFM - AGE-BAND FARE DIFFERENTIAL FILE  '.
           05  FILLER                      PIC X(88) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(04) VALUE 'ACT'.
           05  FILLER                      PIC X(06) VALUE 'BRAND'.
           05  FILLER                      PIC X(08) VALUE 'ITIN'.
           05  FILLER                      PIC X(05) VALUE 'BAND'.
           05  FILLER                      PIC X(10) VALUE 'EFF FROM'.
           05  FILLER                      PIC X(10) VALUE 'EFF TO'.
           05  FILLER                      PIC X(12) VALUE
               '    AMOUNT'.
           05  FILLER                      PIC X(32) VALUE
               'DESCRIPTION'.
           05  FILLER                      PIC X(30) VALUE 'RESULT'.
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-R-ACTION                 PIC X(01).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-BRAND                  PIC X(03).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  WS-R-ITINERARY              PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-AGE-BAND               PIC X(01).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  WS-R-EFF-FROM               PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-EFF-TO                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-DIFF-AMOUNT            PIC -ZZ,ZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-DESCRIPTION            PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-R-RESULT                 PIC X(30).
           05  FILLER                      PIC X(15) VALUE SPACES.

       01  WS-LIST-HEADING.
           05  FILLER                      PIC X(44) VALUE
               'FARE DIFFERENTIALS NOW ON FILE              '.
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

           OPEN INPUT  DIFF-TRAN-FILE.
           OPEN I-O    FARE-DIFF-FILE.
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

           READ DIFF-TRAN-FILE
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
                   PERFORM 3000-ADD-DIFF    THRU 3000-EXIT
               WHEN TR-ACTION-CHANGE
                   PERFORM 3100-CHANGE-DIFF THRU 3100-EXIT
               WHEN TR-ACTION-DELETE
                   PERFORM 3200-DELETE-DIFF THRU 3200-EXIT
               END-EVALUATE
           END-IF.

           PERFORM 4000-WRITE-AUDIT-LINE  THRU 4000-EXIT.

           PERFORM 1200-READ-TRAN         THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-EDIT-TRAN - ACTION, KEY, AND DIFFERENTIAL EDITS          *
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

           IF  NOT TR-AGE-BAND-VALID
               MOVE 'REJECTED - BAND NOT I/C/T/A/S' TO WS-R-RESULT
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

           IF  TR-DIFF-AMOUNT NOT NUMERIC
               MOVE 'REJECTED - AMOUNT NOT NUMERIC' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-ADD-DIFF - WRITE A NEW DIFFERENTIAL                      *
      *----------------------------------------------------------------*
       3000-ADD-DIFF.

           PERFORM 3500-BUILD-RECORD      THRU 3500-EXIT.

           WRITE CSFDIF-RECORD.

           IF  WS-DIFF-OK
               MOVE 'ADDED'               TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-DIFF-DUPLICATE
                   MOVE 'REJECTED - ALREADY ON FILE' TO WS-R-RESULT
               ELSE
                   MOVE 'REJECTED - VSAM WRITE ERROR' TO WS-R-RESULT
               END-IF
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-CHANGE-DIFF - REWRITE AN EXISTING DIFFERENTIAL           *
      *----------------------------------------------------------------*
       3100-CHANGE-DIFF.

           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.

           READ FARE-DIFF-FILE.

           IF  NOT WS-DIFF-OK
               MOVE 'REJECTED - NOT ON FILE' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
               GO TO 3100-EXIT
           END-IF.

           PERFORM 3500-BUILD-RECORD      THRU 3500-EXIT.

           REWRITE CSFDIF-RECORD.

           IF  WS-DIFF-OK
               MOVE 'CHANGED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               MOVE 'REJECTED - VSAM REWRITE ERROR' TO WS-R-RESULT
               MOVE 'N'                   TO WS-TRAN-OK-SWITCH
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-DELETE-DIFF - DELETE A DIFFERENTIAL                      *
      *----------------------------------------------------------------*
       3200-DELETE-DIFF.

           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.

           DELETE FARE-DIFF-FILE.

           IF  WS-DIFF-OK
               MOVE 'DELETED'             TO WS-R-RESULT
               ADD 1 TO WS-TRANS-APPLIED
           ELSE
               IF  WS-DIFF-NOT-FOUND
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
      *  DIFFERENTIAL RECORD AREA                                      *
      *----------------------------------------------------------------*
       3500-BUILD-RECORD.

           MOVE SPACES                    TO CSFDIF-RECORD.
           PERFORM 3600-MOVE-KEY          THRU 3600-EXIT.
           IF  TR-EFF-TO-CCYYMMDD NUMERIC
               MOVE TR-EFF-TO-CCYYMMDD    TO CSFDIF-EFF-TO-CCYYMMDD
           ELSE
               MOVE ZERO                  TO CSFDIF-EFF-TO-CCYYMMDD
           END-IF.
           MOVE TR-DIFF-AMOUNT            TO CSFDIF-DIFF-AMOUNT.
           MOVE TR-DESCRIPTION            TO CSFDIF-DESCRIPTION.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-MOVE-KEY - BRAND + ITINERARY + BAND + EFFECTIVE-FROM     *
      *----------------------------------------------------------------*
       3600-MOVE-KEY.

           MOVE TR-BRAND-CODE             TO CSFDIF-BRAND-CODE.
           MOVE TR-ITINERARY-CODE         TO CSFDIF-ITINERARY-CODE.
           MOVE TR-AGE-BAND               TO CSFDIF-AGE-BAND.
           MOVE TR-EFF-FROM-CCYYMMDD      TO CSFDIF-EFF-FROM-CCYYMMDD.

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
           MOVE TR-AGE-BAND               TO WS-R-AGE-BAND.
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
           IF  TR-DIFF-AMOUNT NUMERIC
               MOVE TR-DIFF-AMOUNT        TO WS-R-DIFF-AMOUNT
           ELSE
               MOVE ZERO                  TO WS-R-DIFF-AMOUNT
           END-IF.
           MOVE TR-DESCRIPTION            TO WS-R-DESCRIPTION.

           WRITE MAINT-LINE               FROM WS-REPORT-LINE.

       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7000-LIST-FILE - THE FULL DIFFERENTIAL FILE AS IT NOW STANDS  *
      *----------------------------------------------------------------*
       7000-LIST-FILE.

           WRITE MAINT-LINE               FROM WS-BLANK-LINE.
           WRITE MAINT-LINE               FROM WS-LIST-HEADING.
           WRITE MAINT-LINE               FROM WS-HEADING-2.

           MOVE LOW-VALUES                TO CSFDIF-KEY.
           START FARE-DIFF-FILE
               KEY NOT < CSFDIF-KEY.

           IF  NOT WS-DIFF-OK
               SET WS-LIST-EOF            TO TRUE
           END-IF.

           PERFORM 7100-LIST-ONE-RECORD   THRU 7100-EXIT
               UNTIL WS-LIST-EOF.

       7000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  7100-LIST-ONE-RECORD - ONE LISTING LINE PER DIFFERENTIAL      *
      *----------------------------------------------------------------*
       7100-LIST-ONE-RECORD.

           READ FARE-DIFF-FILE NEXT
               AT END
                   SET WS-LIST-EOF        TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-LISTED
                   MOVE SPACE             TO WS-R-ACTION
                   MOVE CSFDIF-BRAND-CODE TO WS-R-BRAND
                   MOVE CSFDIF-ITINERARY-CODE    TO WS-R-ITINERARY
                   MOVE CSFDIF-AGE-BAND   TO WS-R-AGE-BAND
                   MOVE CSFDIF-EFF-FROM-CCYYMMDD TO WS-R-EFF-FROM
                   MOVE CSFDIF-EFF-TO-CCYYMMDD   TO WS-R-EFF-TO
                   MOVE CSFDIF-DIFF-AMOUNT       TO WS-R-DIFF-AMOUNT
                   MOVE CSFDIF-DESCRIPTION       TO WS-R-DESCRIPTION
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

           CLOSE DIFF-TRAN-FILE.
           CLOSE FARE-DIFF-FILE.
           CLOSE MAINT-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
