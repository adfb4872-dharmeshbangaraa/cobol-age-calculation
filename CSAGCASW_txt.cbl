      ******************************************************************
      *                                                                *
      *                         "CSAGCASW"                             *
      *     COMPLIANCE EXCEPTION CASE FILE WRITER (BATCH)              *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGCASW.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  LANDS EVERY NIGHTLY COMPLIANCE EXCEPTION ON THE COMMON        *
      *  CASEFILE (CSAGCASR) AND KEEPS EACH CASE'S OPEN/CLOSED STATE   *
      *  IN STEP WITH WHAT THE JOBS ARE STILL RAISING (SEE CSAGCASP).  *
      *  BATCH COUNTERPART OF CSAGTWKQ: A NEW KEY OPENS A CASE, A KEY  *
      *  ALREADY ON FILE COUNTS UP.                                    *
      *                                                                *
      *  THE FILE IS OPENED I-O ON THE FIRST CALL AND CLOSED BY THE    *
      *  END-OF-RUN CALL, WHICH FIRST SWEEPS THE WHOLE FILE FOR CASES  *
      *  OF THE CALLER'S TYPES THAT WERE NOT RAISED ON THE RUN DATE.   *
      *  THE SWEEP GOES BY LAST-SEEN DATE, NOT BY WHAT WAS CALLED IN   *
      *  THIS RUN, SO A RESTARTED JOB (WHOSE FIRST HALF HIT THE FILE   *
      *  IN THE FAILED ATTEMPT) CLOSES NOTHING IT SHOULD NOT.          *
      *                                                                *
      *  A CASEFILE THAT WILL NOT OPEN IS NOT FATAL -- EVERY CALL      *
      *  COMES BACK WITH THE ERROR RETURN CODE AND THE CALLER'S OWN    *
      *  REPORT STANDS AS THE NIGHT'S RECORD.                          *
      *                                                                *
      *  DO NOT CALL THIS PROGRAM FROM CICS -- IT DOES NATIVE VSAM     *
      *  I/O.                                                          *
      *                                                                *
      *  I/O:     CASE-FILE - COMPLIANCE CASES (CSAGCASR KSDS)         *
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
           SELECT CASE-FILE         ASSIGN TO CASEFILE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSCASE-KEY
                  FILE STATUS IS WS-CASE-STATUS.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  CASE-FILE.
           COPY CSAGCASR.

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-HIT-COUNT-MAX            PIC 9(05) VALUE 99999.
           05  WC-REOPEN-COUNT-MAX         PIC 9(03) VALUE 999.
           05  WC-SWEEP-SLOTS              PIC 9(01) VALUE 4.

       01  WS-SWITCHES.
           05  WS-OPEN-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-FILE-OPEN                VALUE 'Y'.
               88  WS-FILE-FAILED              VALUE 'F'.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-SWEEP-MATCH-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-SWEEP-MATCH               VALUE 'Y'.

       01  WS-CASE-STATUS                  PIC X(02).
           88  WS-CASE-OK                      VALUE '00'.
           88  WS-CASE-NOT-FOUND               VALUE '23'.

       01  WS-RUN-CCYYMMDD                 PIC 9(08) VALUE ZERO.

       77  WS-LAST-DEPART-GREG             PIC S9(07) COMP-3 VALUE ZERO.
       77  WS-LAST-DEPART-CCYYMMDD         PIC 9(08) VALUE ZERO.
       77  WS-SWEEP-IX                     PIC 9(01) COMP VALUE ZERO.

       77  WC-CSDATE                        PIC X(08) VALUE 'CSDATE'.

           COPY CSDATE.

      ******************************************************************
      *  LINKAGE SECTION                                               *
      ******************************************************************

       LINKAGE SECTION.

           COPY CSAGCASP.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION USING CSAGCASP-PARMS.

       0000-MAIN.

           SET CSAGCASP-O-RC-OK           TO TRUE.

           IF  NOT WS-FILE-OPEN
           AND NOT WS-FILE-FAILED
               PERFORM 1000-OPEN-CASE-FILE THRU 1000-EXIT
           END-IF.

           IF  WS-FILE-FAILED
               SET CSAGCASP-O-RC-ERROR    TO TRUE
               GOBACK
           END-IF.

           EVALUATE TRUE
               WHEN CSAGCASP-I-HIT
                   PERFORM 2000-RECORD-HIT    THRU 2000-EXIT
               WHEN CSAGCASP-I-END-OF-RUN
                   PERFORM 3000-SWEEP-CASES   THRU 3000-EXIT
                   CLOSE CASE-FILE
                   MOVE 'N'               TO WS-OPEN-SWITCH
           END-EVALUATE.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-OPEN-CASE-FILE - FIRST CALL OF THE RUN.  FIX THE RUN     *
      *  DATE EVERY HIT AND THE SWEEP WILL USE.                        *
      *----------------------------------------------------------------*
       1000-OPEN-CASE-FILE.

           IF  CSAGCASP-I-RUN-CCYYMMDD > ZERO
               MOVE CSAGCASP-I-RUN-CCYYMMDD TO WS-RUN-CCYYMMDD
           ELSE
               ACCEPT WS-RUN-CCYYMMDD     FROM DATE YYYYMMDD
           END-IF.

           OPEN I-O CASE-FILE.

           IF  WS-CASE-OK
               SET WS-FILE-OPEN           TO TRUE
           ELSE
               SET WS-FILE-FAILED         TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-RECORD-HIT - ONE EXCEPTION RAISED BY THE CALLER          *
      *----------------------------------------------------------------*
       2000-RECORD-HIT.

           MOVE CSAGCASP-I-BOOKING-ID     TO CSCASE-BOOKING-ID.
           MOVE CSAGCASP-I-PASSENGER-ID   TO CSCASE-PASSENGER-ID.
           MOVE CSAGCASP-I-CASE-TYPE      TO CSCASE-CASE-TYPE.

           READ CASE-FILE
               KEY IS CSCASE-KEY.

           IF  WS-CASE-OK
               PERFORM 2100-COUNT-UP-CASE THRU 2100-EXIT
           ELSE
               PERFORM 2200-OPEN-NEW-CASE THRU 2200-EXIT
           END-IF.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-COUNT-UP-CASE - REPEAT HIT ON A CASE ALREADY ON FILE.    *
      *  ONE HIT PER RUN DATE.  AN AUTO-CLOSED CASE THAT COMES BACK    *
      *  IS REOPENED; A MANUALLY CLOSED ONE IS LEFT ALONE.             *
      *----------------------------------------------------------------*
       2100-COUNT-UP-CASE.

           IF  CSCASE-LAST-SEEN-CCYYMMDD < WS-RUN-CCYYMMDD
           AND CSCASE-HIT-COUNT < WC-HIT-COUNT-MAX
               ADD 1                      TO CSCASE-HIT-COUNT
           END-IF.

           MOVE WS-RUN-CCYYMMDD           TO CSCASE-LAST-SEEN-CCYYMMDD.
           MOVE CSAGCASP-I-SOURCE-PGM     TO CSCASE-SOURCE-PGM.
           MOVE CSAGCASP-I-DETAIL-TEXT    TO CSCASE-DETAIL-TEXT.
           PERFORM 2300-SET-SAILING       THRU 2300-EXIT.

           IF  CSCASE-CLOSED
           AND CSCASE-CLOSED-AUTO
               SET CSCASE-OPEN            TO TRUE
               MOVE SPACE                 TO CSCASE-CLOSE-REASON
               MOVE WS-RUN-CCYYMMDD       TO CSCASE-REOPENED-CCYYMMDD
               IF  CSCASE-REOPEN-COUNT < WC-REOPEN-COUNT-MAX
                   ADD 1                  TO CSCASE-REOPEN-COUNT
               END-IF
           END-IF.

           REWRITE CSCASE-RECORD.

           IF  NOT WS-CASE-OK
               SET CSAGCASP-O-RC-ERROR    TO TRUE
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-OPEN-NEW-CASE - FIRST HIT FOR THIS KEY                   *
      *----------------------------------------------------------------*
       2200-OPEN-NEW-CASE.

           MOVE SPACES                    TO CSCASE-RECORD.
           MOVE CSAGCASP-I-BOOKING-ID     TO CSCASE-BOOKING-ID.
           MOVE CSAGCASP-I-PASSENGER-ID   TO CSCASE-PASSENGER-ID.
           MOVE CSAGCASP-I-CASE-TYPE      TO CSCASE-CASE-TYPE.
           MOVE CSAGCASP-I-SOURCE-PGM     TO CSCASE-SOURCE-PGM.
           MOVE CSAGCASP-I-DETAIL-TEXT    TO CSCASE-DETAIL-TEXT.
           PERFORM 2300-SET-SAILING       THRU 2300-EXIT.
           SET CSCASE-OPEN                TO TRUE.
           MOVE WS-RUN-CCYYMMDD           TO CSCASE-FIRST-SEEN-CCYYMMDD.
           MOVE WS-RUN-CCYYMMDD           TO CSCASE-LAST-SEEN-CCYYMMDD.
           MOVE 1                         TO CSCASE-HIT-COUNT.
           MOVE ZERO                      TO CSCASE-REOPEN-COUNT.
           MOVE ZERO                      TO CSCASE-REOPENED-CCYYMMDD.
           MOVE ZERO                      TO CSCASE-CLOSED-CCYYMMDD.
           MOVE ZERO                      TO CSCASE-UPDATED-CCYYMMDD.

           WRITE CSCASE-RECORD.

           IF  NOT WS-CASE-OK
               SET CSAGCASP-O-RC-ERROR    TO TRUE
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-SET-SAILING - SAILING AND DEPART DATE ON THE CASE.  THE  *
      *  MANIFEST IS IN SAILING ORDER, SO A GREG DATE IS ONLY          *
      *  CONVERTED WHEN IT CHANGES.                                    *
      *----------------------------------------------------------------*
       2300-SET-SAILING.

           MOVE CSAGCASP-I-SAILING-ID     TO CSCASE-SAILING-ID.

           IF  CSAGCASP-I-DEPART-CCYYMMDD > ZERO
               MOVE CSAGCASP-I-DEPART-CCYYMMDD TO
                   CSCASE-DEPART-CCYYMMDD
               GO TO 2300-EXIT
           END-IF.

           IF  CSAGCASP-I-DEPART-DATE-GREG NOT = WS-LAST-DEPART-GREG
               MOVE CSAGCASP-I-DEPART-DATE-GREG TO WS-LAST-DEPART-GREG
               MOVE ZERO                  TO WS-LAST-DEPART-CCYYMMDD
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE CSAGCASP-I-DEPART-DATE-GREG TO CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-LAST-DEPART-CCYYMMDD
               END-IF
           END-IF.

           MOVE WS-LAST-DEPART-CCYYMMDD   TO CSCASE-DEPART-CCYYMMDD.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-SWEEP-CASES - END OF RUN.  WALK THE WHOLE FILE AND       *
      *  CLOSE WHAT THE CALLER NO LONGER RAISES.                       *
      *----------------------------------------------------------------*
       3000-SWEEP-CASES.

           MOVE LOW-VALUES                TO CSCASE-KEY.
           MOVE 'N'                       TO WS-EOF-SWITCH.

           START CASE-FILE
               KEY IS NOT LESS THAN CSCASE-KEY.

           IF  NOT WS-CASE-OK
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3100-SWEEP-ONE-CASE    THRU 3100-EXIT
               UNTIL WS-EOF.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-SWEEP-ONE-CASE - A CASE OF ONE OF THE CALLER'S TYPES NOT *
      *  SEEN ON THE RUN DATE: AN OPEN CASE IS AUTO-CLOSED; A MANUALLY *
      *  CLOSED ONE BECOMES AUTO-CLOSED SO A COMEBACK WILL REOPEN IT   *
      *----------------------------------------------------------------*
       3100-SWEEP-ONE-CASE.

           READ CASE-FILE NEXT RECORD
               AT END
                   SET WS-EOF             TO TRUE
           END-READ.

           IF  WS-EOF
               GO TO 3100-EXIT
           END-IF.

           IF  CSCASE-LAST-SEEN-CCYYMMDD NOT < WS-RUN-CCYYMMDD
               GO TO 3100-EXIT
           END-IF.

           IF  CSCASE-CLOSED
           AND CSCASE-CLOSED-AUTO
               GO TO 3100-EXIT
           END-IF.

           MOVE 'N'                       TO WS-SWEEP-MATCH-SWITCH.
           PERFORM 3200-MATCH-SWEEP-TYPE  THRU 3200-EXIT
               VARYING WS-SWEEP-IX FROM 1 BY 1
               UNTIL WS-SWEEP-IX > WC-SWEEP-SLOTS
               OR WS-SWEEP-MATCH.

           IF  NOT WS-SWEEP-MATCH
               GO TO 3100-EXIT
           END-IF.

           IF  CSCASE-OPEN
               SET CSCASE-CLOSED          TO TRUE
               MOVE WS-RUN-CCYYMMDD       TO CSCASE-CLOSED-CCYYMMDD
               MOVE CSAGCASP-I-SOURCE-PGM TO CSCASE-CLOSED-BY
           END-IF.
           SET CSCASE-CLOSED-AUTO         TO TRUE.

           REWRITE CSCASE-RECORD.

           IF  NOT WS-CASE-OK
               SET CSAGCASP-O-RC-ERROR    TO TRUE
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-MATCH-SWEEP-TYPE - IS THIS CASE ONE OF THE CALLER'S      *
      *----------------------------------------------------------------*
       3200-MATCH-SWEEP-TYPE.

           IF  CSAGCASP-I-SWEEP-TYPE (WS-SWEEP-IX) NOT = SPACES
           AND CSAGCASP-I-SWEEP-TYPE (WS-SWEEP-IX) = CSCASE-CASE-TYPE
               SET WS-SWEEP-MATCH         TO TRUE
           END-IF.

       3200-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
