      ******************************************************************
      *                                                                *
      *                         "CSAGIDUP"                             *
      *    DUPLICATE PASSENGER-IDENTITY DETECTION ACROSS PASSENGER IDS *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGIDUP.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  CSAGBDRC CATCHES ONE PASSENGER ID CARRYING CONFLICTING BIRTH  *
      *  DATES.  THIS JOB CATCHES THE OPPOSITE: ONE REAL GUEST SET UP  *
      *  UNDER SEVERAL PASSENGER IDS BY DIFFERENT AGENCIES, WHICH      *
      *  SPLITS LOYALTY HISTORY AND HIDES OVERLAPPING SAILINGS FROM    *
      *  CSAGB2B.  RUN PERIODICALLY, IT SORTS THE MANIFEST ON A        *
      *  NORMALIZED NAME KEY PLUS CSPAX-BIRTH-CCYYMMDD AND REPORTS     *
      *  EVERY CLUSTER OF TWO OR MORE PASSENGER IDS THAT MATCH, WITH   *
      *  ALL OF THE CLUSTER'S BOOKINGS AND SAILINGS.                   *
      *                                                                *
      *  THE NAME KEY IS THE PASSENGER NAME FOLDED TO UPPER CASE WITH  *
      *  EVERYTHING BUT LETTERS AND DIGITS SQUEEZED OUT, SO "O'BRIEN,  *
      *  MARY ANN" AND "OBRIEN MARYANN" MATCH.  RECORDS WITH NO NAME   *
      *  OR NO USABLE BIRTH DATE CANNOT BE MATCHED AND ARE COUNTED     *
      *  AND SKIPPED.                                                  *
      *                                                                *
      *  EACH CLUSTER'S SURVIVING ID IS THE ONE ON THE MOST BOOKINGS   *
      *  (THE LOWEST ID WINS A TIE, AS THE FIRST SEEN DOES IN          *
      *  CSAGBDRC).  EVERY OTHER ID IN THE CLUSTER GOES TO THE MERGE   *
      *  CANDIDATE FILE (CSAGDUPR), PENDING GUEST SERVICES REVIEW.     *
      *  NOTHING ON THE MANIFEST IS CHANGED HERE.                      *
      *                                                                *
      *  INPUT:   PASSENGER-FILE  - FULL MANIFEST (CSPAXREC)           *
      *  OUTPUT:  SORTED-DUP-FILE - MANIFEST IN NAME-KEY ORDER         *
      *           DUP-RPT         - DUPLICATE IDENTITY CLUSTERS        *
      *           MERGE-FILE      - MERGE CANDIDATES (CSAGDUPR)        *
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
           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SORT-WORK         ASSIGN TO SORTWK01.

           SELECT SORTED-DUP-FILE   ASSIGN TO SRTDUP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DUP-RPT           ASSIGN TO IDUPRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MERGE-FILE        ASSIGN TO MRGCAND
                  ORGANIZATION IS SEQUENTIAL.

      ******************************************************************
      *          DATA DIVISION                                        *
      ******************************************************************

       DATA DIVISION.

       FILE SECTION.

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SORT-NAME-KEY               PIC X(30).
           05  SORT-BIRTH-CCYYMMDD         PIC 9(08).
           05  SORT-PASSENGER-ID           PIC X(10).
           05  SORT-SAILING-ID             PIC X(08).
           05  SORT-BOOKING-ID             PIC X(10).
           05  SORT-DEPART-DATE-GREG       PIC S9(7) COMP-3.
           05  SORT-PASSENGER-NAME         PIC X(30).

       FD  SORTED-DUP-FILE
           RECORDING MODE IS F.
       01  SRTDUP-RECORD.
           05  SRTDUP-IDENTITY.
               10  SRTDUP-NAME-KEY         PIC X(30).
               10  SRTDUP-BIRTH-CCYYMMDD   PIC 9(08).
           05  SRTDUP-PASSENGER-ID         PIC X(10).
           05  SRTDUP-SAILING-ID           PIC X(08).
           05  SRTDUP-BOOKING-ID           PIC X(10).
           05  SRTDUP-DEPART-DATE-GREG     PIC S9(7) COMP-3.
           05  SRTDUP-PASSENGER-NAME       PIC X(30).

       FD  DUP-RPT
           RECORDING MODE IS F.
       01  DUP-LINE                        PIC X(132).

       FD  MERGE-FILE
           RECORDING MODE IS F.
           COPY CSAGDUPR.

       WORKING-STORAGE SECTION.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-PAX-EOF-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-PAX-EOF                   VALUE 'Y'.

       01  WS-CURRENT-IDENTITY.
           05  WS-CURRENT-NAME-KEY         PIC X(30) VALUE LOW-VALUES.
           05  WS-CURRENT-BIRTH            PIC X(08) VALUE LOW-VALUES.

       01  WS-LAST-PASSENGER-ID            PIC X(10) VALUE LOW-VALUES.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-UNKEYED-SKIPPED              PIC 9(07) COMP VALUE ZERO.
       77  WS-IDENTITIES-CHECKED           PIC 9(07) COMP VALUE ZERO.
       77  WS-CLUSTERS-FOUND               PIC 9(07) COMP VALUE ZERO.
       77  WS-MERGE-WRITTEN                PIC 9(07) COMP VALUE ZERO.
       77  WS-BOOKINGS-OVERFLOWED          PIC 9(07) COMP VALUE ZERO.

       77  WS-GROUP-COUNT                  PIC 9(03) COMP VALUE ZERO.
       77  WS-GROUP-IX                     PIC 9(03) COMP VALUE ZERO.
       77  WS-ID-COUNT                     PIC 9(02) COMP VALUE ZERO.
       77  WS-ID-IX                        PIC 9(02) COMP VALUE ZERO.
       77  WS-SURVIVOR-IX                  PIC 9(02) COMP VALUE ZERO.
       77  WS-CHAR-IX                      PIC 9(02) COMP VALUE ZERO.
       77  WS-KEY-LEN                      PIC 9(02) COMP VALUE ZERO.
       77  WS-TODAY-CCYYMMDD               PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  NAME NORMALIZATION -- THE NAME AS KEYED, AND THE KEY BUILT    *
      *  FROM ITS LETTERS AND DIGITS ONLY                              *
      ******************************************************************

       01  WS-NAME-IN                      PIC X(30).
       01  FILLER REDEFINES WS-NAME-IN.
           05  WS-NI-CHAR OCCURS 30 TIMES  PIC X(01).

       01  WS-NAME-KEY                     PIC X(30).
       01  FILLER REDEFINES WS-NAME-KEY.
           05  WS-NK-CHAR OCCURS 30 TIMES  PIC X(01).

      ******************************************************************
      *  ONE IDENTITY'S BOOKINGS, COLLECTED ACROSS THE SORTED FILE     *
      ******************************************************************

       01  WT-GROUP-TABLE.
           05  WT-GROUP-ENTRY OCCURS 100 TIMES.
               10  WT-G-PASSENGER-ID       PIC X(10).
               10  WT-G-BOOKING-ID         PIC X(10).
               10  WT-G-SAILING-ID         PIC X(08).
               10  WT-G-DEPART-GREG        PIC S9(07) COMP-3.
               10  WT-G-PASSENGER-NAME     PIC X(30).

      ******************************************************************
      *  DISTINCT PASSENGER IDS IN THE IDENTITY, WITH BOOKING COUNTS   *
      ******************************************************************

       01  WT-ID-TABLE.
           05  WT-ID-ENTRY OCCURS 20 TIMES.
               10  WT-I-PASSENGER-ID       PIC X(10).
               10  WT-I-BOOKINGS           PIC 9(05) COMP.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(44) VALUE
               'CSAGIDUP - DUPLICATE PASSENGER IDENTITIES   '.
           05  FILLER                      PIC X(09) VALUE 'AS OF:   '.
           05  WS-H-TODAY                  PIC 9(08).
           05  FILLER                      PIC X(71) VALUE SPACES.

       01  WS-CLUSTER-HEADING.
           05  FILLER                      PIC X(08) VALUE 'CLUSTER '.
           05  WS-CH-CLUSTER-NR            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(12) VALUE
               '  NAME KEY: '.
           05  WS-CH-NAME-KEY              PIC X(30).
           05  FILLER                      PIC X(09) VALUE
               '  BIRTH: '.
           05  WS-CH-BIRTH                 PIC 9(08).
           05  FILLER                      PIC X(07) VALUE '  IDS: '.
           05  WS-CH-ID-COUNT              PIC Z9.
           05  FILLER                      PIC X(49) VALUE SPACES.

       01  WS-DETAIL-HEADING.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(10) VALUE 'SAILING'.
           05  FILLER                      PIC X(10) VALUE 'DEPART'.
           05  FILLER                      PIC X(32) VALUE
               'NAME AS BOOKED'.
           05  FILLER                      PIC X(54) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-SAILING-ID             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-DEPART                 PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-NAME         PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-ROLE                   PIC X(09).
           05  FILLER                      PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'IDENTITIES CHECKED .'.
           05  WS-T-IDENTITIES             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CLUSTERS FOUND .....'.
           05  WS-T-CLUSTERS               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'MERGE CANDIDATES ...'.
           05  WS-T-MERGE                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NO NAME/BIRTH ......'.
           05  WS-T-UNKEYED                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'GROUP OVERFLOWED ...'.
           05  WS-T-OVERFLOWED             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSDATE.

       77  WC-CSDATE                       PIC X(08) VALUE 'CSDATE'.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-NAME-KEY
                                SORT-BIRTH-CCYYMMDD
                                SORT-PASSENGER-ID
                                SORT-SAILING-ID
               INPUT PROCEDURE 1500-BUILD-SORT-KEYS THRU 1500-EXIT
               GIVING SORTED-DUP-FILE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           PERFORM 2000-PROCESS-RECORD  THRU 2000-EXIT
               UNTIL WS-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - OPEN FILES, WRITE HEADING, PRIME THE READ   *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           ACCEPT WS-TODAY-CCYYMMDD       FROM DATE YYYYMMDD.

           OPEN INPUT  SORTED-DUP-FILE.
           OPEN OUTPUT DUP-RPT.
           OPEN OUTPUT MERGE-FILE.

           MOVE WS-TODAY-CCYYMMDD         TO WS-H-TODAY.
           WRITE DUP-LINE                 FROM WS-HEADING-1.

           PERFORM 1200-READ-SORTED       THRU 1200-EXIT.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1200-READ-SORTED - READ ONE SORTED NAME-KEY RECORD            *
      *----------------------------------------------------------------*
       1200-READ-SORTED.

           READ SORTED-DUP-FILE
               AT END
                   SET WS-EOF             TO TRUE
           END-READ.

       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-BUILD-SORT-KEYS - SORT INPUT PROCEDURE: READ THE WHOLE   *
      *  MANIFEST AND RELEASE ONE NAME-KEYED RECORD PER BOOKED         *
      *  PASSENGER THAT HAS A NAME AND A BIRTH DATE                    *
      *----------------------------------------------------------------*
       1500-BUILD-SORT-KEYS.

           OPEN INPUT  PASSENGER-FILE.

           PERFORM 1550-READ-PAX          THRU 1550-EXIT.

           PERFORM 1600-RELEASE-ONE-PAX   THRU 1600-EXIT
               UNTIL WS-PAX-EOF.

           CLOSE PASSENGER-FILE.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1550-READ-PAX - READ ONE MANIFEST RECORD                      *
      *----------------------------------------------------------------*
       1550-READ-PAX.

           READ PASSENGER-FILE
               AT END
                   SET WS-PAX-EOF         TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1600-RELEASE-ONE-PAX - BUILD THE NAME KEY AND RELEASE THE     *
      *  RECORD TO THE SORT                                            *
      *----------------------------------------------------------------*
       1600-RELEASE-ONE-PAX.

           PERFORM 1700-NORMALIZE-NAME    THRU 1700-EXIT.

           IF  WS-NAME-KEY = SPACES
           OR  CSPAX-BIRTH-CCYYMMDD NOT NUMERIC
           OR  CSPAX-BIRTH-CCYYMMDD = ZERO
               ADD 1 TO WS-UNKEYED-SKIPPED
           ELSE
               MOVE WS-NAME-KEY           TO SORT-NAME-KEY
               MOVE CSPAX-BIRTH-CCYYMMDD  TO SORT-BIRTH-CCYYMMDD
               MOVE CSPAX-PASSENGER-ID    TO SORT-PASSENGER-ID
               MOVE CSPAX-SAILING-ID      TO SORT-SAILING-ID
               MOVE CSPAX-BOOKING-ID      TO SORT-BOOKING-ID
               MOVE CSPAX-DEPART-DATE-GREG TO SORT-DEPART-DATE-GREG
               MOVE CSPAX-PASSENGER-NAME  TO SORT-PASSENGER-NAME
               RELEASE SORT-RECORD
           END-IF.

           PERFORM 1550-READ-PAX          THRU 1550-EXIT.

       1600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1700-NORMALIZE-NAME - FOLD THE NAME TO UPPER CASE AND KEEP    *
      *  ONLY ITS LETTERS AND DIGITS, LEFT-JUSTIFIED                   *
      *----------------------------------------------------------------*
       1700-NORMALIZE-NAME.

           MOVE CSPAX-PASSENGER-NAME      TO WS-NAME-IN.
           INSPECT WS-NAME-IN CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
            TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

           MOVE SPACES                    TO WS-NAME-KEY.
           MOVE ZERO                      TO WS-KEY-LEN.

           PERFORM 1750-KEEP-ONE-CHAR     THRU 1750-EXIT
               VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > 30.

       1700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1750-KEEP-ONE-CHAR - COPY ONE LETTER OR DIGIT TO THE KEY;     *
      *  SPACES AND PUNCTUATION ARE DROPPED                            *
      *----------------------------------------------------------------*
       1750-KEEP-ONE-CHAR.

           IF  (WS-NI-CHAR (WS-CHAR-IX) IS ALPHABETIC-UPPER
           AND  WS-NI-CHAR (WS-CHAR-IX) NOT = SPACE)
           OR   WS-NI-CHAR (WS-CHAR-IX) IS NUMERIC
               ADD 1 TO WS-KEY-LEN
               MOVE WS-NI-CHAR (WS-CHAR-IX) TO
                   WS-NK-CHAR (WS-KEY-LEN)
           END-IF.

       1750-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-PROCESS-RECORD - GROUP THE SORTED FILE BY NAME KEY AND   *
      *  BIRTH DATE; WITHIN THE GROUP, TALLY THE DISTINCT IDS          *
      *----------------------------------------------------------------*
       2000-PROCESS-RECORD.

           IF  SRTDUP-IDENTITY NOT = WS-CURRENT-IDENTITY
               IF  WS-GROUP-COUNT > ZERO
                   PERFORM 3000-CHECK-CLUSTER THRU 3000-EXIT
               END-IF
               MOVE SRTDUP-IDENTITY       TO WS-CURRENT-IDENTITY
               MOVE ZERO                  TO WS-GROUP-COUNT
               MOVE ZERO                  TO WS-ID-COUNT
               MOVE LOW-VALUES            TO WS-LAST-PASSENGER-ID
               ADD 1 TO WS-IDENTITIES-CHECKED
           END-IF.

      *    THE FILE IS IN PASSENGER-ID ORDER WITHIN THE IDENTITY, SO A
      *    NEW ID IS ONE THAT DIFFERS FROM THE LAST ONE TALLIED
           IF  SRTDUP-PASSENGER-ID NOT = WS-LAST-PASSENGER-ID
           AND WS-ID-COUNT < 20
               ADD 1 TO WS-ID-COUNT
               MOVE SRTDUP-PASSENGER-ID   TO
                   WT-I-PASSENGER-ID (WS-ID-COUNT)
               MOVE ZERO                  TO
                   WT-I-BOOKINGS (WS-ID-COUNT)
           END-IF.
           MOVE SRTDUP-PASSENGER-ID       TO WS-LAST-PASSENGER-ID.
           IF  SRTDUP-PASSENGER-ID = WT-I-PASSENGER-ID (WS-ID-COUNT)
               ADD 1 TO WT-I-BOOKINGS (WS-ID-COUNT)
           END-IF.

           IF  WS-GROUP-COUNT < 100
               ADD 1 TO WS-GROUP-COUNT
               MOVE SRTDUP-PASSENGER-ID   TO
                   WT-G-PASSENGER-ID (WS-GROUP-COUNT)
               MOVE SRTDUP-BOOKING-ID     TO
                   WT-G-BOOKING-ID (WS-GROUP-COUNT)
               MOVE SRTDUP-SAILING-ID     TO
                   WT-G-SAILING-ID (WS-GROUP-COUNT)
               MOVE SRTDUP-DEPART-DATE-GREG TO
                   WT-G-DEPART-GREG (WS-GROUP-COUNT)
               MOVE SRTDUP-PASSENGER-NAME TO
                   WT-G-PASSENGER-NAME (WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-BOOKINGS-OVERFLOWED
           END-IF.

           PERFORM 1200-READ-SORTED       THRU 1200-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-CHECK-CLUSTER - ONE IDENTITY'S BOOKINGS ARE COLLECTED;   *
      *  IF MORE THAN ONE PASSENGER ID CARRIES IT, REPORT THE CLUSTER  *
      *  AND WRITE A MERGE CANDIDATE FOR EACH NON-SURVIVING ID         *
      *----------------------------------------------------------------*
       3000-CHECK-CLUSTER.

           IF  WS-ID-COUNT < 2
               GO TO 3000-EXIT
           END-IF.

           ADD 1 TO WS-CLUSTERS-FOUND.

           MOVE 1                         TO WS-SURVIVOR-IX.
           PERFORM 3100-COMPARE-ID        THRU 3100-EXIT
               VARYING WS-ID-IX FROM 2 BY 1
               UNTIL WS-ID-IX > WS-ID-COUNT.

           WRITE DUP-LINE                 FROM WS-BLANK-LINE.
           MOVE WS-CLUSTERS-FOUND         TO WS-CH-CLUSTER-NR.
           MOVE WS-CURRENT-NAME-KEY       TO WS-CH-NAME-KEY.
           MOVE WS-CURRENT-BIRTH          TO WS-CH-BIRTH.
           MOVE WS-ID-COUNT               TO WS-CH-ID-COUNT.
           WRITE DUP-LINE                 FROM WS-CLUSTER-HEADING.
           WRITE DUP-LINE                 FROM WS-DETAIL-HEADING.

           PERFORM 3200-REPORT-BOOKING    THRU 3200-EXIT
               VARYING WS-GROUP-IX FROM 1 BY 1
               UNTIL WS-GROUP-IX > WS-GROUP-COUNT.

           PERFORM 3300-WRITE-CANDIDATE   THRU 3300-EXIT
               VARYING WS-ID-IX FROM 1 BY 1
               UNTIL WS-ID-IX > WS-ID-COUNT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-COMPARE-ID - KEEP THE ID ON MORE BOOKINGS; THE LOWER ID  *
      *  (SEEN FIRST) WINS A TIE                                       *
      *----------------------------------------------------------------*
       3100-COMPARE-ID.

           IF  WT-I-BOOKINGS (WS-ID-IX) >
                   WT-I-BOOKINGS (WS-SURVIVOR-IX)
               MOVE WS-ID-IX              TO WS-SURVIVOR-IX
           END-IF.

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-REPORT-BOOKING - ONE LINE PER BOOKING IN THE CLUSTER     *
      *----------------------------------------------------------------*
       3200-REPORT-BOOKING.

           MOVE WT-G-PASSENGER-ID (WS-GROUP-IX) TO WS-D-PASSENGER-ID.
           MOVE WT-G-BOOKING-ID (WS-GROUP-IX)   TO WS-D-BOOKING-ID.
           MOVE WT-G-SAILING-ID (WS-GROUP-IX)   TO WS-D-SAILING-ID.
           MOVE WT-G-PASSENGER-NAME (WS-GROUP-IX) TO
               WS-D-PASSENGER-NAME.

           MOVE ZERO                      TO WS-D-DEPART.
           IF  WT-G-DEPART-GREG (WS-GROUP-IX) NUMERIC
           AND WT-G-DEPART-GREG (WS-GROUP-IX) > 0
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE WT-G-DEPART-GREG (WS-GROUP-IX) TO
                   CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-D-DEPART
               END-IF
           END-IF.

           IF  WT-G-PASSENGER-ID (WS-GROUP-IX) =
                   WT-I-PASSENGER-ID (WS-SURVIVOR-IX)
               MOVE 'SURVIVOR'            TO WS-D-ROLE
           ELSE
               MOVE 'DUPLICATE'           TO WS-D-ROLE
           END-IF.

           WRITE DUP-LINE                 FROM WS-DETAIL-LINE.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-WRITE-CANDIDATE - ONE MERGE-CANDIDATE ROW PER ID OTHER   *
      *  THAN THE SURVIVOR, PENDING REVIEW                             *
      *----------------------------------------------------------------*
       3300-WRITE-CANDIDATE.

           IF  WS-ID-IX = WS-SURVIVOR-IX
               GO TO 3300-EXIT
           END-IF.

           MOVE SPACES                    TO CSDUP-RECORD.
           MOVE WS-CLUSTERS-FOUND         TO CSDUP-CLUSTER-NR.
           MOVE WT-I-PASSENGER-ID (WS-SURVIVOR-IX) TO
               CSDUP-SURVIVOR-ID.
           MOVE WT-I-PASSENGER-ID (WS-ID-IX) TO CSDUP-DUPLICATE-ID.
           MOVE WS-CURRENT-NAME-KEY       TO CSDUP-NAME-KEY.
           MOVE WS-CURRENT-BIRTH          TO CSDUP-BIRTH-CCYYMMDD.
           MOVE WT-I-BOOKINGS (WS-SURVIVOR-IX) TO
               CSDUP-SURVIVOR-BOOKINGS.
           MOVE WT-I-BOOKINGS (WS-ID-IX)  TO CSDUP-DUPLICATE-BOOKINGS.
           MOVE WS-TODAY-CCYYMMDD         TO CSDUP-CUT-CCYYMMDD.
           SET CSDUP-PENDING              TO TRUE.

           WRITE CSDUP-RECORD.
           ADD 1 TO WS-MERGE-WRITTEN.

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - LAST GROUP, TOTALS, CLOSE FILES              *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           IF  WS-GROUP-COUNT > ZERO
               PERFORM 3000-CHECK-CLUSTER  THRU 3000-EXIT
           END-IF.

           WRITE DUP-LINE                  FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-IDENTITIES-CHECKED      TO WS-T-IDENTITIES.
           MOVE WS-CLUSTERS-FOUND          TO WS-T-CLUSTERS.
           WRITE DUP-LINE                  FROM WS-TOTAL-LINE-1.

           MOVE WS-MERGE-WRITTEN           TO WS-T-MERGE.
           MOVE WS-UNKEYED-SKIPPED         TO WS-T-UNKEYED.
           MOVE WS-BOOKINGS-OVERFLOWED     TO WS-T-OVERFLOWED.
           WRITE DUP-LINE                  FROM WS-TOTAL-LINE-2.

           CLOSE SORTED-DUP-FILE.
           CLOSE DUP-RPT.
           CLOSE MERGE-FILE.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
