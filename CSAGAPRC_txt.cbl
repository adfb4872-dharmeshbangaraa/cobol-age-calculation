      ******************************************************************
      *                                                                *
      *                         "CSAGAPRC"                             *
      *    ADVANCE PASSENGER INFORMATION ACKNOWLEDGEMENT RECONCILE     *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGAPRC.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  A REFUSED LINE ON THE ADVANCE-PASSENGER MANIFEST CAN HOLD A   *
      *  SHIP IN PORT.  RUN FOR ONE SAILING (CONTROL CARD) ONCE THE    *
      *  PORT AUTHORITY HAS ANSWERED, THIS JOB LOADS THE TRANSMISSION  *
      *  CSAGAPIX SENT (CSAGAPIR) INTO A TABLE BY SEQUENCE NUMBER,     *
      *  THEN READS THE AUTHORITY'S ACKNOWLEDGEMENT FILE (CSAGAPAK)    *
      *  AND MATCHES IT LINE BY LINE.  THE REPORT SHOWS:               *
      *                                                                *
      *    - REJECTED          - THE AUTHORITY REFUSED THE LINE (OR    *
      *      THE WHOLE FILE), WITH ITS REASON;                         *
      *    - NOT ACKNOWLEDGED  - THE LINE WAS SENT AND NEVER ANSWERED; *
      *    - ACK NOT MATCHED   - AN ANSWER FOR A SEQUENCE NUMBER WE    *
      *      DID NOT SEND, OR WHOSE BOOKING/PASSENGER DIFFERS FROM     *
      *      WHAT WE SENT ON THAT LINE.                                *
      *                                                                *
      *  AN ACKNOWLEDGEMENT WHOSE HEADER NAMES A DIFFERENT             *
      *  TRANSMISSION ID IS FOR SOME OTHER FILE: ITS LINES ARE NOT     *
      *  APPLIED AND EVERY SENT LINE REPORTS AS NOT ACKNOWLEDGED.  A   *
      *  FILE-LEVEL REJECTION MARKS EVERY LINE REJECTED WITH THE       *
      *  HEADER'S REASON UNLESS THE LINE CARRIES ITS OWN.  THE SENT    *
      *  FILE'S TRAILER AND THE AUTHORITY'S TRAILER ARE BOTH BALANCED  *
      *  AND ANY DIFFERENCE IS PRINTED.                                *
      *                                                                *
      *  INPUT:   CONTROL-CARD  - SAILING ID(8)                        *
      *           API-SENT      - TRANSMISSION AS SENT (CSAGAPIR)      *
      *           API-ACK       - AUTHORITY ACKNOWLEDGEMENT (CSAGAPAK) *
      *  OUTPUT:  RECON-RPT     - REJECTED/UNACKNOWLEDGED REPORT       *
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
           SELECT CONTROL-CARD      ASSIGN TO CTLCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT API-SENT          ASSIGN TO APIOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT API-ACK           ASSIGN TO APIACK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RECON-RPT         ASSIGN TO APRCRPT
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  CONTROL-CARD
           RECORDING MODE IS F.
       01  CC-RECORD.
           05  CC-SAILING-ID               PIC X(08).
           05  FILLER                      PIC X(72).

       FD  API-SENT
           RECORDING MODE IS F.
           COPY CSAGAPIR.

       FD  API-ACK
           RECORDING MODE IS F.
           COPY CSAGAPAK.

       FD  RECON-RPT
           RECORDING MODE IS F.
       01  RECON-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-TABLE-MAX                PIC 9(05) VALUE 06000.

       01  WS-SWITCHES.
           05  WS-SENT-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-SENT-EOF                  VALUE 'Y'.
           05  WS-ACK-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-ACK-EOF                   VALUE 'Y'.
           05  WS-ACK-HEADER-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ACK-HEADER-SEEN           VALUE 'Y'.
           05  WS-WRONG-ACK-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-WRONG-ACK                 VALUE 'Y'.
           05  WS-FILE-REJECT-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-FILE-REJECTED             VALUE 'Y'.

       01  WS-SAILING-ID                   PIC X(08).
       01  WS-SENT-TRANSMISSION-ID         PIC X(22) VALUE SPACES.
       01  WS-FILE-REASON-CODE             PIC X(04) VALUE SPACES.
       01  WS-FILE-REASON-TEXT             PIC X(40) VALUE SPACES.

       77  WS-SENT-DETAILS                 PIC 9(07) COMP VALUE ZERO.
       77  WS-SENT-OVERFLOW                PIC 9(07) COMP VALUE ZERO.
       77  WS-SENT-TRAILER-COUNT           PIC 9(07) COMP VALUE ZERO.
       77  WS-ACK-DETAILS                  PIC 9(07) COMP VALUE ZERO.
       77  WS-ACK-UNMATCHED                PIC 9(07) COMP VALUE ZERO.
       77  WS-ACK-TRAILER-COUNT            PIC 9(07) COMP VALUE ZERO.
       77  WS-LINES-ACCEPTED               PIC 9(07) COMP VALUE ZERO.
       77  WS-LINES-REJECTED               PIC 9(07) COMP VALUE ZERO.
       77  WS-LINES-NOT-ACKED              PIC 9(07) COMP VALUE ZERO.
       77  WS-ENTRY-IX                     PIC 9(05) COMP VALUE ZERO.
       77  WS-ENTRIES-LOADED               PIC 9(05) COMP VALUE ZERO.

      ******************************************************************
      *  THE TRANSMISSION AS SENT, ONE SLOT PER SEQUENCE NUMBER.       *
      *  6000 COVERS THE LARGEST SHIP IN THE FLEET; DETAILS PAST IT    *
      *  ARE COUNTED AND REPORTED, NOT RECONCILED.                     *
      ******************************************************************

       01  WT-SENT-TABLE.
           05  WT-SENT-ENTRY OCCURS 6000 TIMES.
               10  WT-S-BOOKING-ID         PIC X(10).
               10  WT-S-PASSENGER-ID       PIC X(10).
               10  WT-S-NAME               PIC X(30).
               10  WT-S-ACK-STATUS         PIC X(01).
                   88  WT-S-NOT-ACKED           VALUE SPACE.
                   88  WT-S-ACCEPTED            VALUE 'A'.
                   88  WT-S-REJECTED            VALUE 'R'.
               10  WT-S-REASON-CODE        PIC X(04).
               10  WT-S-REASON-TEXT        PIC X(40).

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGAPRC - API ACKNOWLEDGEMENT RECONCILE    '.
           05  FILLER                      PIC X(10) VALUE 'SAILING: '.
           05  WS-H-SAILING                PIC X(08).
           05  FILLER                      PIC X(06) VALUE '  TX: '.
           05  WS-H-TRANSMISSION-ID        PIC X(22).
           05  FILLER                      PIC X(42) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(07) VALUE 'SEQ'.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(18) VALUE 'CONDITION'.
           05  FILLER                      PIC X(06) VALUE 'RSN'.
           05  FILLER                      PIC X(45) VALUE 'REASON'.

       01  WS-DETAIL-LINE.
           05  WS-D-SEQUENCE-NR            PIC ZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-NAME                   PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-CONDITION              PIC X(16).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-REASON-CODE            PIC X(04).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-REASON-TEXT            PIC X(40).
           05  FILLER                      PIC X(05) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                      PIC X(04) VALUE '*** '.
           05  WS-M-TEXT                   PIC X(60).
           05  WS-M-VALUE-1                PIC X(22).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-M-VALUE-2                PIC X(22).
           05  FILLER                      PIC X(22) VALUE SPACES.

       01  WS-EDIT-COUNT                   PIC Z,ZZZ,ZZ9.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'LINES SENT ........'.
           05  WS-T-SENT                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'ACCEPTED ...........'.
           05  WS-T-ACCEPTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'REJECTED ...........'.
           05  WS-T-REJECTED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'NOT ACKNOWLEDGED ..'.
           05  WS-T-NOT-ACKED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'ACK LINES READ .....'.
           05  WS-T-ACK-DETAILS            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'ACK NOT MATCHED ....'.
           05  WS-T-ACK-UNMATCHED          PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-ACK     THRU 2000-EXIT
               UNTIL WS-ACK-EOF.

           PERFORM 3000-REPORT-LINES    THRU 3000-EXIT.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - CONTROL CARD, LOAD THE SENT TRANSMISSION,   *
      *  HEADINGS, PRIME THE ACKNOWLEDGEMENT READ                      *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  CONTROL-CARD.
           READ CONTROL-CARD.
           MOVE CC-SAILING-ID             TO WS-SAILING-ID.
           CLOSE CONTROL-CARD.

           OPEN INPUT  API-SENT.
           OPEN INPUT  API-ACK.
           OPEN OUTPUT RECON-RPT.

           MOVE LOW-VALUES                TO WT-SENT-TABLE.

           PERFORM 1100-LOAD-ONE-SENT     THRU 1100-EXIT
               UNTIL WS-SENT-EOF.

           CLOSE API-SENT.

           MOVE WS-SAILING-ID             TO WS-H-SAILING.
           MOVE WS-SENT-TRANSMISSION-ID   TO WS-H-TRANSMISSION-ID.
           WRITE RECON-LINE               FROM WS-HEADING-1.

           IF  WS-SENT-TRANSMISSION-ID (1:8) NOT = WS-SAILING-ID
               MOVE 'SENT FILE IS NOT FOR THE CONTROL-CARD SAILING'
                                          TO WS-M-TEXT
               MOVE WS-SENT-TRANSMISSION-ID TO WS-M-VALUE-1
               MOVE SPACES                TO WS-M-VALUE-2
               WRITE RECON-LINE           FROM WS-MESSAGE-LINE
           END-IF.

           IF  WS-SENT-TRAILER-COUNT NOT = WS-SENT-DETAILS
               MOVE 'SENT FILE OUT OF BALANCE - TRAILER / DETAILS'
                                          TO WS-M-TEXT
               MOVE WS-SENT-TRAILER-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT         TO WS-M-VALUE-1
               MOVE WS-SENT-DETAILS       TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT         TO WS-M-VALUE-2
               WRITE RECON-LINE           FROM WS-MESSAGE-LINE
           END-IF.

           IF  WS-SENT-OVERFLOW > ZERO
               MOVE 'SENT LINES PAST TABLE LIMIT - NOT RECONCILED'
                                          TO WS-M-TEXT
               MOVE WS-SENT-OVERFLOW      TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT         TO WS-M-VALUE-1
               MOVE SPACES                TO WS-M-VALUE-2
               WRITE RECON-LINE           FROM WS-MESSAGE-LINE
           END-IF.

           PERFORM 1200-READ-ACK          THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-LOAD-ONE-SENT - ONE SENT RECORD: THE HEADER GIVES THE    *
      *  TRANSMISSION ID, EACH DETAIL FILLS ITS SEQUENCE-NUMBER SLOT,  *
      *  THE TRAILER GIVES THE COUNT TO BALANCE                        *
      *----------------------------------------------------------------*
       1100-LOAD-ONE-SENT.

           READ API-SENT
               AT END
                   SET WS-SENT-EOF        TO TRUE
                   GO TO 1100-EXIT
           END-READ.

           EVALUATE TRUE
           WHEN CSAPI-HEADER-REC
               MOVE CSAPI-H-TRANSMISSION-ID TO WS-SENT-TRANSMISSION-ID
           WHEN CSAPI-DETAIL-REC
               ADD 1 TO WS-SENT-DETAILS
               IF  CSAPI-D-SEQUENCE-NR > ZERO
               AND CSAPI-D-SEQUENCE-NR NOT > WC-TABLE-MAX
                   MOVE CSAPI-D-SEQUENCE-NR TO WS-ENTRY-IX
                   MOVE CSAPI-D-BOOKING-ID TO
                       WT-S-BOOKING-ID (WS-ENTRY-IX)
                   MOVE CSAPI-D-PASSENGER-ID TO
                       WT-S-PASSENGER-ID (WS-ENTRY-IX)
                   MOVE CSAPI-D-NAME      TO WT-S-NAME (WS-ENTRY-IX)
                   MOVE SPACE             TO
                       WT-S-ACK-STATUS (WS-ENTRY-IX)
                   MOVE SPACES            TO
                       WT-S-REASON-CODE (WS-ENTRY-IX)
                   MOVE SPACES            TO
                       WT-S-REASON-TEXT (WS-ENTRY-IX)
                   IF  WS-ENTRY-IX > WS-ENTRIES-LOADED
                       MOVE WS-ENTRY-IX   TO WS-ENTRIES-LOADED
                   END-IF
               ELSE
                   ADD 1 TO WS-SENT-OVERFLOW
               END-IF
           WHEN CSAPI-TRAILER-REC
               MOVE CSAPI-T-DETAIL-COUNT  TO WS-SENT-TRAILER-COUNT
           END-EVALUATE.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-ACK - READ ONE ACKNOWLEDGEMENT RECORD               *
      *----------------------------------------------------------------*
       1200-READ-ACK.

           READ API-ACK
               AT END
                   SET WS-ACK-EOF         TO TRUE
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-ACK - APPLY ONE ACKNOWLEDGEMENT RECORD           *
      *----------------------------------------------------------------*
       2000-PROCESS-ACK.

           EVALUATE TRUE
           WHEN CSAPK-HEADER-REC
               PERFORM 2100-ACK-HEADER    THRU 2100-EXIT
           WHEN CSAPK-DETAIL-REC
               ADD 1 TO WS-ACK-DETAILS
               IF  NOT WS-WRONG-ACK
                   PERFORM 2200-ACK-DETAIL THRU 2200-EXIT
               END-IF
           WHEN CSAPK-TRAILER-REC
               MOVE CSAPK-T-DETAIL-COUNT  TO WS-ACK-TRAILER-COUNT
           END-EVALUATE.

           PERFORM 1200-READ-ACK          THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-ACK-HEADER - IS THIS THE ANSWER TO WHAT WE SENT, AND DID *
      *  THE AUTHORITY REFUSE THE FILE AS A WHOLE?                     *
      *----------------------------------------------------------------*
       2100-ACK-HEADER.

           SET WS-ACK-HEADER-SEEN         TO TRUE.

           IF  CSAPK-H-TRANSMISSION-ID NOT = WS-SENT-TRANSMISSION-ID
               SET WS-WRONG-ACK           TO TRUE
               MOVE 'ACK IS FOR ANOTHER TRANSMISSION - SENT / ACK'
                                          TO WS-M-TEXT
               MOVE WS-SENT-TRANSMISSION-ID TO WS-M-VALUE-1
               MOVE CSAPK-H-TRANSMISSION-ID TO WS-M-VALUE-2
               WRITE RECON-LINE           FROM WS-MESSAGE-LINE
               GO TO 2100-EXIT
           END-IF.

           IF  CSAPK-H-FILE-REJECTED
               SET WS-FILE-REJECTED       TO TRUE
               MOVE CSAPK-H-REASON-CODE   TO WS-FILE-REASON-CODE
               MOVE CSAPK-H-REASON-TEXT   TO WS-FILE-REASON-TEXT
               MOVE 'WHOLE TRANSMISSION REJECTED BY THE AUTHORITY'
                                          TO WS-M-TEXT
               MOVE CSAPK-H-REASON-CODE   TO WS-M-VALUE-1
               MOVE SPACES                TO WS-M-VALUE-2
               WRITE RECON-LINE           FROM WS-MESSAGE-LINE
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-ACK-DETAIL - MATCH ONE ANSWER TO ITS SENT LINE BY        *
      *  SEQUENCE NUMBER; THE BOOKING AND PASSENGER MUST AGREE         *
      *----------------------------------------------------------------*
       2200-ACK-DETAIL.

           IF  CSAPK-D-SEQUENCE-NR = ZERO
           OR  CSAPK-D-SEQUENCE-NR > WS-ENTRIES-LOADED
               GO TO 2250-UNMATCHED
           END-IF.

           MOVE CSAPK-D-SEQUENCE-NR       TO WS-ENTRY-IX.

           IF  CSAPK-D-BOOKING-ID NOT = WT-S-BOOKING-ID (WS-ENTRY-IX)
           OR  CSAPK-D-PASSENGER-ID NOT =
                   WT-S-PASSENGER-ID (WS-ENTRY-IX)
               GO TO 2250-UNMATCHED
           END-IF.

           MOVE CSAPK-D-LINE-STATUS       TO
               WT-S-ACK-STATUS (WS-ENTRY-IX).
           MOVE CSAPK-D-REASON-CODE       TO
               WT-S-REASON-CODE (WS-ENTRY-IX).
           MOVE CSAPK-D-REASON-TEXT       TO
               WT-S-REASON-TEXT (WS-ENTRY-IX).

           GO TO 2200-EXIT.

       2250-UNMATCHED.

           ADD 1 TO WS-ACK-UNMATCHED.
           MOVE CSAPK-D-SEQUENCE-NR       TO WS-D-SEQUENCE-NR.
           MOVE CSAPK-D-BOOKING-ID        TO WS-D-BOOKING-ID.
           MOVE CSAPK-D-PASSENGER-ID      TO WS-D-PASSENGER-ID.
           MOVE SPACES                    TO WS-D-NAME.
           MOVE 'ACK NOT MATCHED'         TO WS-D-CONDITION.
           MOVE CSAPK-D-REASON-CODE       TO WS-D-REASON-CODE.
           MOVE CSAPK-D-REASON-TEXT       TO WS-D-REASON-TEXT.
           WRITE RECON-LINE               FROM WS-DETAIL-LINE.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-REPORT-LINES - AFTER THE WHOLE ACKNOWLEDGEMENT: EVERY    *
      *  SENT LINE NOT CLEARLY ACCEPTED PRINTS                         *
      *----------------------------------------------------------------*
       3000-REPORT-LINES.

           WRITE RECON-LINE               FROM WS-BLANK-LINE.
           WRITE RECON-LINE               FROM WS-HEADING-2.

           IF  NOT WS-ACK-HEADER-SEEN
               MOVE 'NO ACKNOWLEDGEMENT HEADER RECEIVED'
                                          TO WS-M-TEXT
               MOVE SPACES                TO WS-M-VALUE-1
               MOVE SPACES                TO WS-M-VALUE-2
               WRITE RECON-LINE           FROM WS-MESSAGE-LINE
           END-IF.

           PERFORM 3100-REPORT-ONE-LINE   THRU 3100-EXIT
               VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX > WS-ENTRIES-LOADED.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-REPORT-ONE-LINE - ONE SENT LINE; A FILE-LEVEL REJECTION  *
      *  COVERS ANY LINE THE AUTHORITY DID NOT ANSWER ITSELF           *
      *----------------------------------------------------------------*
       3100-REPORT-ONE-LINE.

           IF  WT-S-BOOKING-ID (WS-ENTRY-IX) = LOW-VALUES
               GO TO 3100-EXIT
           END-IF.

           IF  WS-FILE-REJECTED
           AND NOT WT-S-REJECTED (WS-ENTRY-IX)
               SET WT-S-REJECTED (WS-ENTRY-IX) TO TRUE
               MOVE WS-FILE-REASON-CODE   TO
                   WT-S-REASON-CODE (WS-ENTRY-IX)
               MOVE WS-FILE-REASON-TEXT   TO
                   WT-S-REASON-TEXT (WS-ENTRY-IX)
           END-IF.

           IF  WT-S-ACCEPTED (WS-ENTRY-IX)
               ADD 1 TO WS-LINES-ACCEPTED
               GO TO 3100-EXIT
           END-IF.

           IF  WT-S-REJECTED (WS-ENTRY-IX)
               ADD 1 TO WS-LINES-REJECTED
               MOVE 'REJECTED'            TO WS-D-CONDITION
               MOVE WT-S-REASON-CODE (WS-ENTRY-IX) TO WS-D-REASON-CODE
               MOVE WT-S-REASON-TEXT (WS-ENTRY-IX) TO WS-D-REASON-TEXT
           ELSE
               ADD 1 TO WS-LINES-NOT-ACKED
               MOVE 'NOT ACKNOWLEDGED'    TO WS-D-CONDITION
               MOVE SPACES                TO WS-D-REASON-CODE
               MOVE SPACES                TO WS-D-REASON-TEXT
           END-IF.

           MOVE WS-ENTRY-IX               TO WS-D-SEQUENCE-NR.
           MOVE WT-S-BOOKING-ID (WS-ENTRY-IX) TO WS-D-BOOKING-ID.
           MOVE WT-S-PASSENGER-ID (WS-ENTRY-IX) TO WS-D-PASSENGER-ID.
           MOVE WT-S-NAME (WS-ENTRY-IX)   TO WS-D-NAME.
           WRITE RECON-LINE               FROM WS-DETAIL-LINE.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - BALANCE THE AUTHORITY'S TRAILER, TOTALS,     *
      *  CLOSE FILES                                                   *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           WRITE RECON-LINE                FROM WS-BLANK-LINE.

           IF  WS-ACK-HEADER-SEEN
           AND NOT WS-WRONG-ACK
           AND WS-ACK-TRAILER-COUNT NOT = WS-ACK-DETAILS
               MOVE 'ACK FILE OUT OF BALANCE - TRAILER / DETAILS'
                                           TO WS-M-TEXT
               MOVE WS-ACK-TRAILER-COUNT   TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT          TO WS-M-VALUE-1
               MOVE WS-ACK-DETAILS         TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT          TO WS-M-VALUE-2
               WRITE RECON-LINE            FROM WS-MESSAGE-LINE
           END-IF.

           MOVE WS-SENT-DETAILS            TO WS-T-SENT.
           MOVE WS-LINES-ACCEPTED          TO WS-T-ACCEPTED.
           MOVE WS-LINES-REJECTED          TO WS-T-REJECTED.
           WRITE RECON-LINE                FROM WS-TOTAL-LINE-1.

           MOVE WS-LINES-NOT-ACKED         TO WS-T-NOT-ACKED.
           MOVE WS-ACK-DETAILS             TO WS-T-ACK-DETAILS.
           MOVE WS-ACK-UNMATCHED           TO WS-T-ACK-UNMATCHED.
           WRITE RECON-LINE                FROM WS-TOTAL-LINE-2.

           CLOSE API-ACK.
           CLOSE RECON-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
