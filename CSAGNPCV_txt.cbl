      ******************************************************************
      *                                                                *
      *                         "CSAGNPCV"                             *
      *     NIGHTLY AGE ENGINE PARTITION CONTROL CHECK (BATCH)         *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGNPCV.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  READS THE PARTCTL FILE (CSAGNPCR) AND CHECKS IT AGAINST THE   *
      *  PARTITIONING RULES (SEE CSAGNPCP).  CSAGNITE CALLS IT ONCE AT *
      *  THE START OF A PARTITION RUN TO LEARN ITS OWN SAILING RANGE;  *
      *  CSAGNMRG CALLS IT ONCE TO LEARN HOW MANY PARTITIONS THERE     *
      *  ARE AND WHAT EACH ONE COVERED.  BOTH GET THE SAME ANSWER FROM *
      *  THE SAME RULES, SO A CONTROL FILE THAT WOULD LOSE OR DOUBLE   *
      *  SAILINGS STOPS THE PARTITIONS AND THE MERGE ALIKE.            *
      *                                                                *
      *  THE FIRST FAULT FOUND STOPS THE CHECK:                        *
      *                                                                *
      *    - NO RECORDS, OR MORE THAN 20                               *
      *    - PARTITION NUMBER NOT NUMERIC OR NOT THE NEXT IN ORDER     *
      *    - FIRST PARTITION WITH A FROM, LAST PARTITION WITH A TO     *
      *    - A FROM THAT DOES NOT EQUAL THE PRIOR PARTITION'S TO       *
      *      (A GAP OR AN OVERLAP), OR A BLANK TO BEFORE THE LAST      *
      *    - A FROM NOT LOWER THAN ITS OWN TO                          *
      *                                                                *
      *  INPUT:   PARTITION-CONTROL - PARTITION RANGES (CSAGNPCR)      *
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
           SELECT OPTIONAL PARTITION-CONTROL ASSIGN TO PARTCTL
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  PARTITION-CONTROL
           RECORDING MODE IS F.
           COPY CSAGNPCR.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-PART-MAX                 PIC 9(02) VALUE 20.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.

       77  WS-PART-IX                      PIC 9(02) COMP VALUE ZERO.

       01  WS-PRIOR-TO-SAILING-ID          PIC X(08) VALUE SPACES.

       01  WS-ERROR-TEXT.
           05  WS-ET-REASON                PIC X(44).
           05  FILLER                      PIC X(11) VALUE
               ' PARTITION '.
           05  WS-ET-PART-NR               PIC 9(02).
           05  FILLER                      PIC X(03) VALUE SPACES.

      ******************************************************************
      *  LINKAGE SECTION                                               *
      ******************************************************************

       LINKAGE SECTION.

           COPY CSAGNPCP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION USING CSAGNPCP-PARMS.

       0000-MAIN.

           SET CSAGNPCP-O-RC-OK           TO TRUE.
           MOVE ZERO                      TO CSAGNPCP-O-PART-COUNT.
           MOVE SPACES                    TO CSAGNPCP-O-FROM-SAILING-ID.
           MOVE SPACES                    TO CSAGNPCP-O-TO-SAILING-ID.
           MOVE SPACES                    TO CSAGNPCP-O-MESSAGE.
           PERFORM 0100-CLEAR-ONE-RANGE   THRU 0100-EXIT
               VARYING WS-PART-IX FROM 1 BY 1
               UNTIL WS-PART-IX > WC-PART-MAX.

           MOVE ZERO                      TO WS-PART-IX.
           MOVE SPACES                    TO WS-PRIOR-TO-SAILING-ID.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           PERFORM 1000-LOAD-CONTROL      THRU 1000-EXIT.

           IF  CSAGNPCP-O-RC-OK
               PERFORM 2000-CHECK-LAST    THRU 2000-EXIT
           END-IF.

           IF  CSAGNPCP-O-RC-OK
           AND CSAGNPCP-I-PART-NR > ZERO
               PERFORM 3000-RETURN-RANGE  THRU 3000-EXIT
           END-IF.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  0100-CLEAR-ONE-RANGE - BLANK ONE RETURNED RANGE SLOT          *
      *----------------------------------------------------------------*
       0100-CLEAR-ONE-RANGE.

           MOVE SPACES                    TO
               CSAGNPCP-O-RANGE-FROM (WS-PART-IX).
           MOVE SPACES                    TO
               CSAGNPCP-O-RANGE-TO (WS-PART-IX).

       0100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-LOAD-CONTROL - READ AND CHECK EVERY PARTITION RECORD.    *
      *  A MISSING FILE OPENS EMPTY (OPTIONAL) AND FAILS AS EMPTY.     *
      *----------------------------------------------------------------*
       1000-LOAD-CONTROL.

           OPEN INPUT PARTITION-CONTROL.

           PERFORM 1100-CHECK-ONE-PARTITION THRU 1100-EXIT
               UNTIL WS-EOF
               OR NOT CSAGNPCP-O-RC-OK.

           CLOSE PARTITION-CONTROL.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-CHECK-ONE-PARTITION - ONE CONTROL RECORD: ITS NUMBER,    *
      *  WHERE IT STARTS AGAINST THE PRIOR PARTITION, AND ITS OWN      *
      *  FROM AGAINST ITS OWN TO                                       *
      *----------------------------------------------------------------*
       1100-CHECK-ONE-PARTITION.

           READ PARTITION-CONTROL
               AT END
                   SET WS-EOF             TO TRUE
           END-READ.

           IF  WS-EOF
               GO TO 1100-EXIT
           END-IF.

           IF  WS-PART-IX NOT < WC-PART-MAX
               MOVE 'MORE THAN 20 PARTITIONS -- LIMIT PASSED AT'
                                          TO WS-ET-REASON
               COMPUTE WS-ET-PART-NR = WS-PART-IX + 1
               GO TO 1100-FAIL
           END-IF.

           ADD 1 TO WS-PART-IX.
           MOVE WS-PART-IX                TO WS-ET-PART-NR.

           IF  CSNPC-PART-NR NOT NUMERIC
           OR  CSNPC-PART-NR NOT = WS-PART-IX
               MOVE 'NUMBER MISSING OR OUT OF ORDER, EXPECTED'
                                          TO WS-ET-REASON
               GO TO 1100-FAIL
           END-IF.

           IF  WS-PART-IX = 1
               IF  CSNPC-FROM-SAILING-ID NOT = SPACES
                   MOVE 'FROM SAILING MUST BE BLANK ON THE FIRST,'
                                          TO WS-ET-REASON
                   GO TO 1100-FAIL
               END-IF
           ELSE
               IF  WS-PRIOR-TO-SAILING-ID = SPACES
               OR  CSNPC-FROM-SAILING-ID NOT = WS-PRIOR-TO-SAILING-ID
                   MOVE 'RANGE GAP OR OVERLAP WITH THE PRIOR RANGE AT'
                                          TO WS-ET-REASON
                   GO TO 1100-FAIL
               END-IF
           END-IF.

           IF  CSNPC-FROM-SAILING-ID NOT = SPACES
           AND CSNPC-TO-SAILING-ID NOT = SPACES
           AND CSNPC-FROM-SAILING-ID NOT < CSNPC-TO-SAILING-ID
               MOVE 'FROM SAILING NOT LOWER THAN TO SAILING AT'
                                          TO WS-ET-REASON
               GO TO 1100-FAIL
           END-IF.

           MOVE CSNPC-FROM-SAILING-ID     TO
               CSAGNPCP-O-RANGE-FROM (WS-PART-IX).
           MOVE CSNPC-TO-SAILING-ID       TO
               CSAGNPCP-O-RANGE-TO (WS-PART-IX).
           MOVE WS-PART-IX                TO CSAGNPCP-O-PART-COUNT.
           MOVE CSNPC-TO-SAILING-ID       TO WS-PRIOR-TO-SAILING-ID.

           GO TO 1100-EXIT.

       1100-FAIL.

           SET CSAGNPCP-O-RC-INVALID      TO TRUE.
           MOVE WS-ERROR-TEXT             TO CSAGNPCP-O-MESSAGE.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-CHECK-LAST - THE FILE MUST HAVE HAD SOMETHING IN IT, AND *
      *  THE LAST PARTITION MUST RUN TO THE END OF THE SAILINGS        *
      *----------------------------------------------------------------*
       2000-CHECK-LAST.

           IF  WS-PART-IX = ZERO
               SET CSAGNPCP-O-RC-INVALID  TO TRUE
               MOVE 'PARTITION CONTROL FILE IS EMPTY OR MISSING'
                                          TO CSAGNPCP-O-MESSAGE
               GO TO 2000-EXIT
           END-IF.

           IF  WS-PRIOR-TO-SAILING-ID NOT = SPACES
               SET CSAGNPCP-O-RC-INVALID  TO TRUE
               MOVE 'TO SAILING MUST BE BLANK ON THE LAST,'
                                          TO WS-ET-REASON
               MOVE WS-PART-IX            TO WS-ET-PART-NR
               MOVE WS-ERROR-TEXT         TO CSAGNPCP-O-MESSAGE
           END-IF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-RETURN-RANGE - THE CALLER'S OWN PARTITION                *
      *----------------------------------------------------------------*
       3000-RETURN-RANGE.

           IF  CSAGNPCP-I-PART-NR > CSAGNPCP-O-PART-COUNT
               SET CSAGNPCP-O-RC-NOT-FOUND TO TRUE
               MOVE 'NOT ON THE PARTITION CONTROL FILE --'
                                          TO WS-ET-REASON
               MOVE CSAGNPCP-I-PART-NR    TO WS-ET-PART-NR
               MOVE WS-ERROR-TEXT         TO CSAGNPCP-O-MESSAGE
               GO TO 3000-EXIT
           END-IF.

           MOVE CSAGNPCP-O-RANGE-FROM (CSAGNPCP-I-PART-NR) TO
               CSAGNPCP-O-FROM-SAILING-ID.
           MOVE CSAGNPCP-O-RANGE-TO (CSAGNPCP-I-PART-NR) TO
               CSAGNPCP-O-TO-SAILING-ID.

       3000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
