      ******************************************************************
      *                                                                *
      *                         "CSAGYCLX"                             *
      *    SHIPBOARD YOUTH CLUB ROSTER EXTRACT (CSAGECAL)              *
      *                CRUISES RESERVATIONS SYSTEM                     *
      *                                                                *
      ******************************************************************
      *  IDENTIFICATION DIVISION.                                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGYCLX.
       AUTHOR.          M. ANDREOLI.
       INSTALLATION.    CRUISE RESERVATIONS SYSTEMS.
       DATE-WRITTEN.    10/15/26.
       DATE-COMPILED.

      ******************************************************************
      *  CUT BEFORE DEPARTURE FOR ONE SAILING (CONTROL CARD), THIS     *
      *  JOB SORTS THE SAILING'S CHILDREN INTO THEIR YOUTH CLUBS AND   *
      *  WRITES THE EXTRACT THE SHIPBOARD YOUTH SYSTEM LOADS           *
      *  (CSAGYCLI) PLUS A PRINTED ROSTER IN CLUB, THEN STATEROOM,     *
      *  ORDER, SO COUNSELORS HAVE THE GROUPS AT EMBARKATION.          *
      *  CSAGYSTF SAYS HOW MANY COUNSELORS; THIS SAYS WHICH CHILDREN.  *
      *                                                                *
      *  THE CLUB BANDS ARE THE SAILING'S BRAND'S (CSAGYCLR, BRAND     *
      *  FROM SAILMAST), ELSE THE COMPILED FLEET DEFAULT BANDS 3-5,    *
      *  6-8, 9-11, 12-14, 15-17.  A SAILING NOT ON SAILMAST ALSO GETS *
      *  THE FLEET DEFAULT.                                            *
      *                                                                *
      *  EVERY PASSENGER ON THE SAILING IS AGED THROUGH CSAGECAL AS    *
      *  OF THE DEPART (EMBARK) DATE WITH THE RETURN DATE; GUESTS 18   *
      *  AND OVER ARE COUNTED AND DROPPED.  A CHILD IS IN THE CLUB     *
      *  WHOSE BAND HOLDS THE AGE; AN AGE IN NO BAND (THE NURSERY      *
      *  AGES, OR A GAP IN THE BRAND'S BANDS) IS SENT WITH NO CLUB.    *
      *  WHEN CSAGECAL SAYS A BIRTHDAY FALLS DURING THE VOYAGE,        *
      *  CSAGECAL IS CALLED AGAIN FOR EACH DAY OF THE VOYAGE WITH      *
      *  THAT DAY AS THE MILESTONE DATE (AS CSAGDRKX DOES) UNTIL THE   *
      *  AGE TURNS OVER; IF THE NEW AGE BELONGS IN A DIFFERENT CLUB,   *
      *  OR IS 18, THE DATE OF THE MOVE AND THE NEW CLUB GO ON THE     *
      *  DETAIL.  ON THE ROSTER THE CHILD IS LISTED UNDER THE EMBARK   *
      *  CLUB AS MOVING AND AGAIN UNDER THE NEW CLUB AS JOINING.       *
      *                                                                *
      *  A PASSENGER CSAGECAL CANNOT AGE MAY OR MAY NOT BE A CHILD:    *
      *  THEY ARE NOT SENT, BUT ARE LISTED AT THE END OF THE ROSTER    *
      *  AND COUNTED ON THE TRAILER SO THE YOUTH STAFF CAN ASK.        *
      *                                                                *
      *  INPUT:   CONTROL-CARD   - SAILING ID(8), CUT DATE CCYYMMDD(8) *
      *           PASSENGER-FILE - FULL MANIFEST, BY SAILING (CSPAXREC)*
      *           SAIL-MASTER    - SAILING MASTER (CSAGSMST KSDS)      *
      *           CLUB-RULE-FILE - YOUTH CLUB BANDS (CSAGYCLR KSDS)    *
      *  OUTPUT:  SORTED-ROSTER  - ROSTER IN CLUB/STATEROOM ORDER      *
      *           YOUTH-EXTRACT  - INTERFACE FILE (CSAGYCLI)           *
      *           ROSTER-RPT     - PRINTED ROSTER AND BALANCING TOTALS *
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

           SELECT PASSENGER-FILE    ASSIGN TO PAXFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SAIL-MASTER       ASSIGN TO SAILMAST
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CSSMST-KEY
                  FILE STATUS IS WS-MAST-STATUS.

           SELECT OPTIONAL CLUB-RULE-FILE ASSIGN TO YCLBRULE
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CSYCLR-KEY
                  FILE STATUS IS WS-RULE-STATUS.

           SELECT SORT-WORK         ASSIGN TO SORTWK01.

           SELECT SORTED-ROSTER     ASSIGN TO SRTYCL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT YOUTH-EXTRACT     ASSIGN TO YCLEXT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ROSTER-RPT        ASSIGN TO YCLXRPT
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
           05  CC-CUT-CCYYMMDD             PIC 9(08).
           05  FILLER                      PIC X(64).

       FD  PASSENGER-FILE
           RECORDING MODE IS F.
           COPY CSPAXREC.

       FD  SAIL-MASTER.
           COPY CSAGSMST.

       FD  CLUB-RULE-FILE.
           COPY CSAGYCLR.

       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SORT-CLUB-SEQ               PIC 9(02).
           05  SORT-STATEROOM-NR           PIC X(05).
           05  SORT-BOOKING-ID             PIC X(10).
           05  SORT-PASSENGER-ID           PIC X(10).
           05  SORT-LINE-TYPE              PIC X(01).
           05  SORT-PASSENGER-NAME         PIC X(30).
           05  SORT-BIRTH-CCYYMMDD         PIC 9(08).
           05  SORT-AGE-YEARS              PIC 9(02).
           05  SORT-STATUS                 PIC X(01).
           05  SORT-CLUB-CODE              PIC X(08).
           05  SORT-MOVE-CCYYMMDD          PIC 9(08).
           05  SORT-NEW-AGE-YEARS          PIC 9(02).
           05  SORT-NEW-STATUS             PIC X(01).
           05  SORT-NEW-CLUB-CODE          PIC X(08).

       FD  SORTED-ROSTER
           RECORDING MODE IS F.
       01  SRTYCL-RECORD.
           05  SRTYCL-CLUB-SEQ             PIC 9(02).
           05  SRTYCL-STATEROOM-NR         PIC X(05).
           05  SRTYCL-BOOKING-ID           PIC X(10).
           05  SRTYCL-PASSENGER-ID         PIC X(10).
           05  SRTYCL-LINE-TYPE            PIC X(01).
               88  SRTYCL-AT-EMBARK            VALUE 'E'.
               88  SRTYCL-JOINING              VALUE 'J'.
           05  SRTYCL-PASSENGER-NAME       PIC X(30).
           05  SRTYCL-BIRTH-CCYYMMDD       PIC 9(08).
           05  SRTYCL-AGE-YEARS            PIC 9(02).
           05  SRTYCL-STATUS               PIC X(01).
               88  SRTYCL-IN-CLUB              VALUE 'C'.
               88  SRTYCL-NO-CLUB              VALUE 'N'.
               88  SRTYCL-NOT-AGED             VALUE 'X'.
           05  SRTYCL-CLUB-CODE            PIC X(08).
           05  SRTYCL-MOVE-CCYYMMDD        PIC 9(08).
           05  SRTYCL-NEW-AGE-YEARS        PIC 9(02).
           05  SRTYCL-NEW-STATUS           PIC X(01).
               88  SRTYCL-NEW-AGED-OUT         VALUE 'O'.
           05  SRTYCL-NEW-CLUB-CODE        PIC X(08).

       FD  YOUTH-EXTRACT
           RECORDING MODE IS F.
           COPY CSAGYCLI.

       FD  ROSTER-RPT
           RECORDING MODE IS F.
       01  ROSTER-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-YOUTH-AGE-LIMIT          PIC 9(02) VALUE 18.
           05  WC-MAX-CLUBS                PIC 9(02) VALUE 18.
           05  WC-NO-CLUB-SEQ              PIC 9(02) VALUE 98.
           05  WC-NOT-AGED-SEQ             PIC 9(02) VALUE 99.

      ******************************************************************
      *  FLEET DEFAULT CLUB BANDS, USED WHEN THE BRAND HAS NONE ON     *
      *  YCLBRULE: FROM-AGE(2), TO-AGE(2), CLUB CODE(8), NAME(20)      *
      ******************************************************************

       01  WC-DEFAULT-BANDS.
           05  FILLER                      PIC X(32) VALUE
               '0305CLUB0305AGES 3 TO 5         '.
           05  FILLER                      PIC X(32) VALUE
               '0608CLUB0608AGES 6 TO 8         '.
           05  FILLER                      PIC X(32) VALUE
               '0911CLUB0911AGES 9 TO 11        '.
           05  FILLER                      PIC X(32) VALUE
               '1214CLUB1214AGES 12 TO 14       '.
           05  FILLER                      PIC X(32) VALUE
               '1517CLUB1517AGES 15 TO 17       '.
       01  FILLER REDEFINES WC-DEFAULT-BANDS.
           05  WC-DEFAULT-BAND OCCURS 5 TIMES
                                           PIC X(32).

       77  WC-DEFAULT-BAND-COUNT           PIC 9(02) VALUE 5.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
               88  WS-EOF                       VALUE 'Y'.
           05  WS-ROSTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ROSTER-EOF                VALUE 'Y'.
           05  WS-SAILING-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-SAILING-FOUND             VALUE 'Y'.
           05  WS-RULE-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-RULE-EOF                  VALUE 'Y'.
           05  WS-WALK-SWITCH              PIC X(01) VALUE 'N'.
               88  WS-WALK-DONE                 VALUE 'Y'.
           05  WS-CLUB-SOURCE              PIC X(01) VALUE 'D'.
               88  WS-BRAND-BANDS               VALUE 'B'.
               88  WS-DEFAULT-BANDS             VALUE 'D'.

       01  WS-MAST-STATUS                  PIC X(02).
           88  WS-MAST-OK                      VALUE '00'.

       01  WS-RULE-STATUS                  PIC X(02).
           88  WS-RULE-OK                      VALUE '00'.

       01  WS-CONTROL-AREA.
           05  WS-SAILING-ID               PIC X(08).
           05  WS-CUT-CCYYMMDD             PIC 9(08).

       01  WS-SAILING-AREA.
           05  WS-SAIL-BRAND-CODE          PIC X(03) VALUE SPACES.
           05  WS-SAIL-ITINERARY-CODE      PIC X(06) VALUE SPACES.
           05  WS-SAIL-DEPART-CCYYMMDD     PIC 9(08) VALUE ZERO.
           05  WS-SAIL-RETURN-CCYYMMDD     PIC 9(08) VALUE ZERO.

      ******************************************************************
      *  THE SAILING'S CLUB BANDS IN FROM-AGE ORDER.  A CLUB'S         *
      *  POSITION HERE IS ITS ROSTER SORT SEQUENCE; 98 SORTS THE       *
      *  CHILDREN IN NO CLUB AFTER THEM, 99 THE PASSENGERS NOT AGED.   *
      *  CSAGYCLM KEEPS BANDS FROM OVERLAPPING WITHIN AGES 0-17, SO A  *
      *  BRAND CAN NEVER HAVE MORE THAN 18.                            *
      ******************************************************************

       01  WT-CLUB-TABLE.
           05  WT-CLUB-ENTRY OCCURS 18 TIMES.
               10  WT-FROM-AGE             PIC 9(02).
               10  WT-TO-AGE               PIC 9(02).
               10  WT-CLUB-CODE            PIC X(08).
               10  WT-CLUB-NAME            PIC X(20).

       77  WS-CLUB-COUNT                   PIC 9(02) COMP VALUE ZERO.
       77  WS-CLUB-SUB                     PIC 9(02) COMP VALUE ZERO.

       01  WS-CLUB-LOOKUP.
           05  WS-LOOK-AGE                 PIC 9(03).
           05  WS-LOOK-SEQ                 PIC 9(02).
           05  WS-LOOK-STATUS              PIC X(01).
           05  WS-LOOK-CLUB-CODE           PIC X(08).

      ******************************************************************
      *  ONE PASSENGER'S RESULT, BUILT BEFORE THE SORT RECORD IS       *
      *  RELEASED                                                      *
      ******************************************************************

       01  WS-PAX-RESULT.
           05  WS-PAX-AGE-YEARS            PIC 9(03).
           05  WS-PAX-STATUS               PIC X(01).
               88  WS-PAX-IN-CLUB               VALUE 'C'.
               88  WS-PAX-NO-CLUB               VALUE 'N'.
               88  WS-PAX-ADULT                 VALUE 'A'.
               88  WS-PAX-NOT-AGED              VALUE 'X'.
           05  WS-PAX-CLUB-SEQ             PIC 9(02).
           05  WS-PAX-CLUB-CODE            PIC X(08).
           05  WS-PAX-MOVE-CCYYMMDD        PIC 9(08).
           05  WS-PAX-NEW-AGE-YEARS        PIC 9(03).
           05  WS-PAX-NEW-STATUS           PIC X(01).
               88  WS-PAX-NEW-IN-CLUB           VALUE 'C'.
               88  WS-PAX-NEW-NO-CLUB           VALUE 'N'.
               88  WS-PAX-NEW-AGED-OUT          VALUE 'O'.
           05  WS-PAX-NEW-CLUB-SEQ         PIC 9(02).
           05  WS-PAX-NEW-CLUB-CODE        PIC X(08).

      ******************************************************************
      *  THE DAY-BY-DAY WALK, AS IN CSAGDRKX.  THE PASSENGER'S DEPART  *
      *  AND RETURN DATES ARE CONVERTED THROUGH CSDATE ONCE PER        *
      *  DISTINCT VALUE; THE DAY BEING AGED IS STEPPED FORWARD WITH    *
      *  THE SAME LEAP-YEAR TEST CSAGEDIT USES.                        *
      ******************************************************************

       01  WS-DATE-CACHE.
           05  WS-DC-GREG                  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-DC-CCYYMMDD              PIC 9(08) VALUE ZERO.
           05  WS-RC-GREG                  PIC S9(07) COMP-3 VALUE ZERO.
           05  WS-RC-CCYYMMDD              PIC 9(08) VALUE ZERO.

       01  WS-WALK-DATE.
           05  WS-WALK-CCYY                PIC 9(04).
           05  WS-WALK-MM                  PIC 9(02).
           05  WS-WALK-DD                  PIC 9(02).
       01  WS-WALK-DATE-N REDEFINES WS-WALK-DATE
                                           PIC 9(08).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                      PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                           PIC 9(02).

       77  WS-LEAP-DIV                     PIC 9(04) COMP-3.
       77  WS-LEAP-REM4                    PIC 9(02) COMP-3.
       77  WS-LEAP-REM100                  PIC 9(02) COMP-3.
       77  WS-LEAP-REM400                  PIC 9(03) COMP-3.
       77  WS-MONTH-MAX-DD                 PIC 9(02) VALUE ZERO.
       77  WS-DAY-AGE-YEARS                PIC 9(03) VALUE ZERO.

       77  WS-CURRENT-SEQ                  PIC 9(02) VALUE ZERO.

       77  WS-RECORDS-READ                 PIC 9(07) COMP VALUE ZERO.
       77  WS-OTHER-SAILINGS               PIC 9(07) COMP VALUE ZERO.
       77  WS-ADULT-COUNT                  PIC 9(07) COMP VALUE ZERO.
       77  WS-DETAILS-WRITTEN              PIC 9(07) COMP VALUE ZERO.
       77  WS-IN-CLUB-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-NO-CLUB-COUNT                PIC 9(07) COMP VALUE ZERO.
       77  WS-NOT-AGED-COUNT               PIC 9(07) COMP VALUE ZERO.
       77  WS-MOVE-COUNT                   PIC 9(07) COMP VALUE ZERO.
       77  WS-DAYS-AGED                    PIC 9(07) COMP VALUE ZERO.
       77  WS-GROUP-EMBARK                 PIC 9(07) COMP VALUE ZERO.
       77  WS-GROUP-JOINING                PIC 9(07) COMP VALUE ZERO.
       77  WS-GROUP-LEAVING                PIC 9(07) COMP VALUE ZERO.

       01  WS-HEADING-1.
           05  FILLER                      PIC X(40) VALUE
               'CSAGYCLX - YOUTH CLUB ROSTER EXTRACT    '.
           05  FILLER                      PIC X(10) VALUE 'SAILING: '.
           05  WS-H-SAILING                PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  CUT: '.
           05  WS-H-CUT                    PIC 9(08).
           05  FILLER                      PIC X(59) VALUE SPACES.

       01  WS-SAIL-LINE.
           05  FILLER                      PIC X(07) VALUE 'BRAND: '.
           05  WS-SL-BRAND                 PIC X(03).
           05  FILLER                      PIC X(08) VALUE '  ITIN: '.
           05  WS-SL-ITINERARY             PIC X(06).
           05  FILLER                      PIC X(08) VALUE '  SAIL: '.
           05  WS-SL-DEPART                PIC 9(08).
           05  FILLER                      PIC X(03) VALUE ' - '.
           05  WS-SL-RETURN                PIC 9(08).
           05  FILLER                      PIC X(09) VALUE '  CLUBS: '.
           05  WS-SL-CLUB-COUNT            PIC Z9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-SL-SOURCE                PIC X(20).
           05  FILLER                      PIC X(48) VALUE SPACES.

       01  WS-CLUB-HEADING.
           05  FILLER                      PIC X(06) VALUE 'CLUB: '.
           05  WS-CH-CLUB-CODE             PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-CH-CLUB-NAME             PIC X(20).
           05  WS-CH-AGES.
               10  WS-CH-AGES-TEXT         PIC X(07).
               10  WS-CH-FROM-AGE          PIC Z9.
               10  WS-CH-DASH              PIC X(03).
               10  WS-CH-TO-AGE            PIC Z9.
           05  FILLER                      PIC X(82) VALUE SPACES.

       01  WS-HEADING-2.
           05  FILLER                      PIC X(07) VALUE 'CABIN'.
           05  FILLER                      PIC X(12) VALUE 'BOOKING'.
           05  FILLER                      PIC X(12) VALUE 'PASSENGER'.
           05  FILLER                      PIC X(32) VALUE 'NAME'.
           05  FILLER                      PIC X(10) VALUE 'BIRTH'.
           05  FILLER                      PIC X(05) VALUE 'AGE'.
           05  FILLER                      PIC X(54) VALUE
               'MID-VOYAGE CLUB CHANGE'.

       01  WS-DETAIL-LINE.
           05  WS-D-STATEROOM-NR           PIC X(05).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BOOKING-ID             PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-PASSENGER-ID           PIC X(10).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-NAME                   PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-BIRTH-CCYYMMDD         PIC 9(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-AGE-YEARS              PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-D-NOTE.
               10  WS-D-NOTE-ACTION        PIC X(12).
               10  WS-D-NOTE-CLUB          PIC X(08).
               10  WS-D-NOTE-ON            PIC X(04).
               10  WS-D-NOTE-DATE          PIC 9(08).
               10  WS-D-NOTE-AGE-TEXT      PIC X(09).
               10  WS-D-NOTE-AGE           PIC Z9.
           05  FILLER                      PIC X(11) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                      PIC X(04) VALUE '*** '.
           05  WS-M-TEXT                   PIC X(60).
           05  FILLER                      PIC X(68) VALUE SPACES.

       01  WS-CLUB-TOTAL-LINE.
           05  FILLER                      PIC X(20) VALUE
               'AT EMBARKATION .....'.
           05  WS-CT-EMBARK                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'JOINING MID-VOYAGE .'.
           05  WS-CT-JOINING               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'LEAVING MID-VOYAGE .'.
           05  WS-CT-LEAVING               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                      PIC X(20) VALUE
               'RECORDS READ ......'.
           05  WS-T-RECORDS-READ           PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'OTHER SAILINGS .....'.
           05  WS-T-OTHER                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'AGE 18 AND OVER ....'.
           05  WS-T-ADULTS                 PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                      PIC X(20) VALUE
               'IN A CLUB AT SAIL .'.
           05  WS-T-IN-CLUB                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NO CLUB AT SAIL ....'.
           05  WS-T-NO-CLUB                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'NOT AGED (NOT SENT) '.
           05  WS-T-NOT-AGED               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                      PIC X(20) VALUE
               'DETAILS WRITTEN ...'.
           05  WS-T-DETAILS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'CLUB MOVES ON BOARD '.
           05  WS-T-MOVES                  PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(20) VALUE
               'VOYAGE DAYS AGED ...'.
           05  WS-T-DAYS-AGED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(35) VALUE SPACES.

       01  WS-BLANK-LINE                   PIC X(132) VALUE SPACES.

           COPY CSAGECAL.

       77  WC-CSAGBRCO                      PIC X(08) VALUE 'CSAGBRCO'.

           COPY CSAGBRCO.

           COPY CSDATE.

       77  WC-CSDATE                        PIC X(08) VALUE 'CSDATE'.

      ******************************************************************
      *          PROCEDURE DIVISION                                   *
      ******************************************************************

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE      THRU 1000-EXIT.

           SORT SORT-WORK
               ON ASCENDING KEY SORT-CLUB-SEQ
                                SORT-STATEROOM-NR
                                SORT-BOOKING-ID
                                SORT-PASSENGER-ID
                                SORT-LINE-TYPE
               INPUT PROCEDURE 2000-SELECT-PAX THRU 2000-EXIT
               GIVING SORTED-ROSTER.

           PERFORM 5000-OPEN-ROSTER     THRU 5000-EXIT.

           PERFORM 6000-PROCESS-ROSTER  THRU 6000-EXIT
               UNTIL WS-ROSTER-EOF.

           PERFORM 8000-TERMINATE       THRU 8000-EXIT.

           GOBACK.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-INITIALIZE - CONTROL CARD, SAILING, CLUB BANDS,          *
      *  HEADINGS AND THE HEADER RECORD                                *
      *----------------------------------------------------------------*
       1000-INITIALIZE.

           OPEN INPUT  CONTROL-CARD.
           READ CONTROL-CARD.
           MOVE CC-SAILING-ID             TO WS-SAILING-ID.
           MOVE CC-CUT-CCYYMMDD           TO WS-CUT-CCYYMMDD.
           CLOSE CONTROL-CARD.

           OPEN INPUT  SAIL-MASTER.
           OPEN OUTPUT YOUTH-EXTRACT.
           OPEN OUTPUT ROSTER-RPT.

           MOVE WS-SAILING-ID             TO WS-H-SAILING.
           MOVE WS-CUT-CCYYMMDD           TO WS-H-CUT.
           WRITE ROSTER-LINE              FROM WS-HEADING-1.

           PERFORM 1100-READ-SAILING      THRU 1100-EXIT.

           PERFORM 1300-LOAD-CLUBS        THRU 1300-EXIT.

           MOVE WS-SAIL-BRAND-CODE        TO WS-SL-BRAND.
           MOVE WS-SAIL-ITINERARY-CODE    TO WS-SL-ITINERARY.
           MOVE WS-SAIL-DEPART-CCYYMMDD   TO WS-SL-DEPART.
           MOVE WS-SAIL-RETURN-CCYYMMDD   TO WS-SL-RETURN.
           MOVE WS-CLUB-COUNT             TO WS-SL-CLUB-COUNT.
           IF  WS-BRAND-BANDS
               MOVE 'BRAND CLUB BANDS'    TO WS-SL-SOURCE
           ELSE
               MOVE 'FLEET DEFAULT BANDS' TO WS-SL-SOURCE
           END-IF.
           WRITE ROSTER-LINE              FROM WS-SAIL-LINE.

           IF  NOT WS-SAILING-FOUND
               MOVE 'SAILING NOT ON SAILMAST -- FLEET DEFAULT CLUBS'
                                          TO WS-M-TEXT
               WRITE ROSTER-LINE          FROM WS-MESSAGE-LINE
           ELSE
               IF  WS-DEFAULT-BANDS
                   MOVE 'NO CLUB BANDS FOR BRAND -- FLEET DEFAULT'
                                          TO WS-M-TEXT
                   WRITE ROSTER-LINE      FROM WS-MESSAGE-LINE
               END-IF
           END-IF.

           MOVE SPACES                    TO CSYCLX-RECORD.
           SET CSYCLX-HEADER-REC          TO TRUE.
           MOVE WS-SAILING-ID             TO CSYCLX-H-SAILING-ID.
           MOVE WS-CUT-CCYYMMDD           TO CSYCLX-H-CUT-CCYYMMDD.
           MOVE WS-SAIL-DEPART-CCYYMMDD   TO CSYCLX-H-DEPART-CCYYMMDD.
           MOVE WS-SAIL-RETURN-CCYYMMDD   TO CSYCLX-H-RETURN-CCYYMMDD.
           MOVE WS-SAIL-BRAND-CODE        TO CSYCLX-H-BRAND-CODE.
           MOVE WS-CLUB-COUNT             TO CSYCLX-H-CLUB-COUNT.
           MOVE WS-CLUB-SOURCE            TO CSYCLX-H-CLUB-SOURCE.
           WRITE CSYCLX-RECORD.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1100-READ-SAILING - BRAND, ITINERARY, AND DATES FROM SAILMAST *
      *----------------------------------------------------------------*
       1100-READ-SAILING.

           MOVE WS-SAILING-ID             TO CSSMST-SAILING-ID.
           READ SAIL-MASTER.

           IF  NOT WS-MAST-OK
               GO TO 1100-EXIT
           END-IF.

           SET WS-SAILING-FOUND           TO TRUE.
           MOVE CSSMST-BRAND-CODE         TO WS-SAIL-BRAND-CODE.
           MOVE CSSMST-ITINERARY-CODE     TO WS-SAIL-ITINERARY-CODE.
           MOVE CSSMST-DEPART-CCYYMMDD    TO WS-SAIL-DEPART-CCYYMMDD.
           MOVE CSSMST-RETURN-CCYYMMDD    TO WS-SAIL-RETURN-CCYYMMDD.

       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1300-LOAD-CLUBS - THE BRAND'S CLUB BANDS, IN FROM-AGE ORDER,  *
      *  ELSE THE FLEET DEFAULT.  A BAND FILE THAT WON'T OPEN GIVES    *
      *  THE FLEET DEFAULT.                                            *
      *----------------------------------------------------------------*
       1300-LOAD-CLUBS.

           MOVE ZERO                      TO WS-CLUB-COUNT.

           IF  NOT WS-SAILING-FOUND
               GO TO 1300-DEFAULT
           END-IF.

           OPEN INPUT CLUB-RULE-FILE.

           IF  NOT WS-RULE-OK
               GO TO 1300-DEFAULT
           END-IF.

           MOVE WS-SAIL-BRAND-CODE        TO CSYCLR-BRAND-CODE.
           MOVE ZERO                      TO CSYCLR-FROM-AGE.

           START CLUB-RULE-FILE
               KEY NOT < CSYCLR-KEY.

           IF  WS-RULE-OK
               PERFORM 1350-READ-ONE-CLUB THRU 1350-EXIT
                   UNTIL WS-RULE-EOF
           END-IF.

           CLOSE CLUB-RULE-FILE.

           IF  WS-CLUB-COUNT > ZERO
               SET WS-BRAND-BANDS         TO TRUE
               GO TO 1300-EXIT
           END-IF.

       1300-DEFAULT.

           SET WS-DEFAULT-BANDS           TO TRUE.

           PERFORM 1400-LOAD-DEFAULT-BAND THRU 1400-EXIT
               VARYING WS-CLUB-SUB FROM 1 BY 1
               UNTIL WS-CLUB-SUB > WC-DEFAULT-BAND-COUNT.

           MOVE WC-DEFAULT-BAND-COUNT     TO WS-CLUB-COUNT.

       1300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1350-READ-ONE-CLUB - ONE BAND OF THE BRAND INTO THE TABLE;    *
      *  STOP AT A NEW BRAND                                           *
      *----------------------------------------------------------------*
       1350-READ-ONE-CLUB.

           READ CLUB-RULE-FILE NEXT
               AT END
                   SET WS-RULE-EOF        TO TRUE
                   GO TO 1350-EXIT
           END-READ.

           IF  CSYCLR-BRAND-CODE NOT = WS-SAIL-BRAND-CODE
           OR  WS-CLUB-COUNT NOT < WC-MAX-CLUBS
               SET WS-RULE-EOF            TO TRUE
               GO TO 1350-EXIT
           END-IF.

           ADD 1 TO WS-CLUB-COUNT.
           MOVE CSYCLR-FROM-AGE     TO WT-FROM-AGE (WS-CLUB-COUNT).
           MOVE CSYCLR-TO-AGE       TO WT-TO-AGE (WS-CLUB-COUNT).
           MOVE CSYCLR-CLUB-CODE    TO WT-CLUB-CODE (WS-CLUB-COUNT).
           MOVE CSYCLR-CLUB-NAME    TO WT-CLUB-NAME (WS-CLUB-COUNT).

       1350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1400-LOAD-DEFAULT-BAND - ONE FLEET DEFAULT BAND INTO THE      *
      *  TABLE                                                         *
      *----------------------------------------------------------------*
       1400-LOAD-DEFAULT-BAND.

           MOVE WC-DEFAULT-BAND (WS-CLUB-SUB)
                                   TO WT-CLUB-ENTRY (WS-CLUB-SUB).

       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-SELECT-PAX - SORT INPUT PROCEDURE: READ THE MANIFEST,    *
      *  AGE THE CONTROL-CARD SAILING'S PASSENGERS, AND RELEASE A      *
      *  ROSTER RECORD FOR EVERY ONE UNDER 18 OR NOT AGED              *
      *----------------------------------------------------------------*
       2000-SELECT-PAX.

           OPEN INPUT  PASSENGER-FILE.

           PERFORM 2050-READ-PAX          THRU 2050-EXIT.

           PERFORM 2100-SELECT-ONE-PAX    THRU 2100-EXIT
               UNTIL WS-EOF.

           CLOSE PASSENGER-FILE.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2050-READ-PAX - READ ONE PASSENGER RECORD                     *
      *----------------------------------------------------------------*
       2050-READ-PAX.

           READ PASSENGER-FILE
               AT END
                   SET WS-EOF             TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ
           END-READ.

       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-SELECT-ONE-PAX - ONLY THE CONTROL-CARD SAILING           *
      *----------------------------------------------------------------*
       2100-SELECT-ONE-PAX.

           IF  CSPAX-SAILING-ID = WS-SAILING-ID
               PERFORM 2200-AGE-ONE-PAX   THRU 2200-EXIT
               PERFORM 2700-RELEASE-PAX   THRU 2700-EXIT
           ELSE
               ADD 1 TO WS-OTHER-SAILINGS
           END-IF.

           PERFORM 2050-READ-PAX          THRU 2050-EXIT.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-AGE-ONE-PAX - ONE CSAGECAL CALL WITH DEPART AND RETURN   *
      *  DATES GIVES THE AGE AND CLUB AT EMBARK; A BIRTHDAY DURING     *
      *  THE VOYAGE SENDS US DAY BY DAY TO FIND ANY CLUB MOVE          *
      *----------------------------------------------------------------*
       2200-AGE-ONE-PAX.

           MOVE ZERO                      TO WS-PAX-AGE-YEARS.
           MOVE WC-NOT-AGED-SEQ           TO WS-PAX-CLUB-SEQ.
           MOVE SPACES                    TO WS-PAX-CLUB-CODE.
           MOVE ZERO                      TO WS-PAX-MOVE-CCYYMMDD.
           MOVE ZERO                      TO WS-PAX-NEW-AGE-YEARS.
           MOVE SPACE                     TO WS-PAX-NEW-STATUS.
           MOVE ZERO                      TO WS-PAX-NEW-CLUB-SEQ.
           MOVE SPACES                    TO WS-PAX-NEW-CLUB-CODE.
           SET WS-PAX-NOT-AGED            TO TRUE.

           MOVE CSPAX-BIRTH-CCYYMMDD      TO CSAGECAL-I-BIRTH-CCYYMMDD.
           MOVE ZERO                      TO CSAGECAL-I-BIRTH-MMDDCCYY.
           MOVE CSPAX-DEPART-DATE-GREG    TO
               CSAGECAL-I-DEPART-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-DEPART-DATE-INTL.
           MOVE SPACES                    TO
               CSAGECAL-I-MILESTONE-DATE-INTL.
           MOVE ZERO                      TO
               CSAGECAL-I-MILESTONE-DATE-GREG.
           MOVE CSPAX-RETURN-DATE-GREG    TO
               CSAGECAL-I-RETURN-DATE-GREG.
           MOVE SPACES                    TO
               CSAGECAL-I-RETURN-DATE-INTL.
           MOVE SPACE                     TO
               CSAGECAL-I-REVERSE-LOOKUP-SW.
           MOVE SPACE                     TO CSAGECAL-I-ONLINE-SW.
           MOVE SPACE                     TO CSAGECAL-I-PRECONV-SW.

           MOVE CSPAX-BRAND-CODE          TO CSAGBRCO-I-BRAND-CODE.
           MOVE CSPAX-ITINERARY-CODE      TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO               USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS   TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           IF  NOT CSAGECAL-O-RC-OK
               GO TO 2200-EXIT
           END-IF.

           MOVE CSAGECAL-O-AGE-YEARS      TO WS-PAX-AGE-YEARS.

           IF  WS-PAX-AGE-YEARS NOT < WC-YOUTH-AGE-LIMIT
               SET WS-PAX-ADULT           TO TRUE
               GO TO 2200-EXIT
           END-IF.

           MOVE WS-PAX-AGE-YEARS          TO WS-LOOK-AGE.
           PERFORM 2600-FIND-CLUB         THRU 2600-EXIT.
           MOVE WS-LOOK-STATUS            TO WS-PAX-STATUS.
           MOVE WS-LOOK-SEQ               TO WS-PAX-CLUB-SEQ.
           MOVE WS-LOOK-CLUB-CODE         TO WS-PAX-CLUB-CODE.

           IF  CSAGECAL-O-BIRTHDAY-DURING-SAIL
               PERFORM 2300-WALK-VOYAGE   THRU 2300-EXIT
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-WALK-VOYAGE - AGE THE CHILD AS OF EACH DAY AFTER THE     *
      *  DEPART DATE THROUGH THE RETURN DATE UNTIL THE BIRTHDAY        *
      *----------------------------------------------------------------*
       2300-WALK-VOYAGE.

           PERFORM 2350-CONVERT-DATES     THRU 2350-EXIT.

           IF  WS-DC-CCYYMMDD = ZERO
           OR  WS-RC-CCYYMMDD = ZERO
               GO TO 2300-EXIT
           END-IF.

           MOVE WS-DC-CCYYMMDD            TO WS-WALK-DATE-N.
           MOVE 'N'                       TO WS-WALK-SWITCH.

           PERFORM 2400-AGE-ONE-DAY       THRU 2400-EXIT
               UNTIL WS-WALK-DONE
                  OR WS-WALK-DATE-N NOT < WS-RC-CCYYMMDD.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2350-CONVERT-DATES - THE PASSENGER'S DEPART AND RETURN DATES  *
      *  TO CCYYMMDD, THROUGH CSDATE ONLY WHEN THEY DIFFER FROM THE    *
      *  LAST PASSENGER'S.  ZERO MEANS THE DATE WOULD NOT CONVERT.     *
      *----------------------------------------------------------------*
       2350-CONVERT-DATES.

           IF  CSPAX-DEPART-DATE-GREG NOT = WS-DC-GREG
               MOVE CSPAX-DEPART-DATE-GREG TO WS-DC-GREG
               MOVE ZERO                  TO WS-DC-CCYYMMDD
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE WS-DC-GREG            TO CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-DC-CCYYMMDD
               END-IF
           END-IF.

           IF  CSPAX-RETURN-DATE-GREG NOT = WS-RC-GREG
               MOVE CSPAX-RETURN-DATE-GREG TO WS-RC-GREG
               MOVE ZERO                  TO WS-RC-CCYYMMDD
               MOVE LOW-VALUES            TO CSDATE-PARMS
               MOVE WS-RC-GREG            TO CSDATE-INPUT-GREG
               SET CSDATE-FORMAT-GREG     TO TRUE
               CALL WC-CSDATE             USING CSDATE-PARMS
               IF  CSDATE-RC-OK
                   MOVE CSDATE-OUT-CCYYMMDD TO WS-RC-CCYYMMDD
               END-IF
           END-IF.

       2350-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-AGE-ONE-DAY - STEP ONE DAY AND AGE THE CHILD AS OF IT    *
      *  (MILESTONE DATE), WITH THE DATES PASSED PRE-CONVERTED.  ON    *
      *  THE FIRST DAY AT THE NEW AGE, A NEW CLUB (OR 18) IS A MOVE.   *
      *----------------------------------------------------------------*
       2400-AGE-ONE-DAY.

           PERFORM 2450-ADD-ONE-DAY       THRU 2450-EXIT.

           MOVE WS-DC-CCYYMMDD            TO CSAGECAL-I-DEPART-CCYYMMDD.
           MOVE WS-RC-CCYYMMDD            TO CSAGECAL-I-RETURN-CCYYMMDD.
           MOVE WS-WALK-DATE-N            TO
               CSAGECAL-I-MILESTONE-CCYYMMDD.
           SET CSAGECAL-I-DATES-PRECONVERTED TO TRUE.

           CALL 'CSAGECAL'                USING CSAGECAL-PARMS.

           ADD 1 TO WS-DAYS-AGED.

           IF  NOT CSAGECAL-O-RC-OK
           OR  NOT CSAGECAL-O-MILESTONE-RC-OK
               SET WS-WALK-DONE           TO TRUE
               GO TO 2400-EXIT
           END-IF.

           MOVE CSAGECAL-O-MILESTONE-AGE-YEARS TO WS-DAY-AGE-YEARS.

           IF  WS-DAY-AGE-YEARS NOT > WS-PAX-AGE-YEARS
               GO TO 2400-EXIT
           END-IF.

           SET WS-WALK-DONE               TO TRUE.

           IF  WS-DAY-AGE-YEARS NOT < WC-YOUTH-AGE-LIMIT
               SET WS-PAX-NEW-AGED-OUT    TO TRUE
               MOVE ZERO                  TO WS-PAX-NEW-CLUB-SEQ
               MOVE SPACES                TO WS-PAX-NEW-CLUB-CODE
           ELSE
               MOVE WS-DAY-AGE-YEARS      TO WS-LOOK-AGE
               PERFORM 2600-FIND-CLUB     THRU 2600-EXIT
               MOVE WS-LOOK-STATUS        TO WS-PAX-NEW-STATUS
               MOVE WS-LOOK-SEQ           TO WS-PAX-NEW-CLUB-SEQ
               MOVE WS-LOOK-CLUB-CODE     TO WS-PAX-NEW-CLUB-CODE
           END-IF.

           IF  WS-PAX-NEW-CLUB-SEQ = WS-PAX-CLUB-SEQ
               MOVE SPACE                 TO WS-PAX-NEW-STATUS
               MOVE ZERO                  TO WS-PAX-NEW-CLUB-SEQ
               MOVE SPACES                TO WS-PAX-NEW-CLUB-CODE
               GO TO 2400-EXIT
           END-IF.

           MOVE WS-WALK-DATE-N            TO WS-PAX-MOVE-CCYYMMDD.
           MOVE WS-DAY-AGE-YEARS          TO WS-PAX-NEW-AGE-YEARS.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2450-ADD-ONE-DAY - ROLL THE WALK DATE FORWARD ONE CALENDAR    *
      *  DAY                                                           *
      *----------------------------------------------------------------*
       2450-ADD-ONE-DAY.

           MOVE WS-DAYS-IN-MONTH (WS-WALK-MM) TO WS-MONTH-MAX-DD.

           IF  WS-WALK-MM = 02
               DIVIDE WS-WALK-CCYY BY 4   GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM4
               DIVIDE WS-WALK-CCYY BY 100 GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM100
               DIVIDE WS-WALK-CCYY BY 400 GIVING WS-LEAP-DIV
                                          REMAINDER WS-LEAP-REM400
               IF  WS-LEAP-REM4 = 0
               AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                   MOVE 29                TO WS-MONTH-MAX-DD
               END-IF
           END-IF.

           IF  WS-WALK-DD < WS-MONTH-MAX-DD
               ADD 1 TO WS-WALK-DD
           ELSE
               MOVE 01                    TO WS-WALK-DD
               IF  WS-WALK-MM < 12
                   ADD 1 TO WS-WALK-MM
               ELSE
                   MOVE 01                TO WS-WALK-MM
                   ADD 1 TO WS-WALK-CCYY
               END-IF
           END-IF.

       2450-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2600-FIND-CLUB - THE CLUB WHOSE BAND HOLDS WS-LOOK-AGE.  NONE *
      *  GIVES STATUS N AND THE NO-CLUB SORT SEQUENCE.                 *
      *----------------------------------------------------------------*
       2600-FIND-CLUB.

           MOVE 'N'                       TO WS-LOOK-STATUS.
           MOVE WC-NO-CLUB-SEQ            TO WS-LOOK-SEQ.
           MOVE SPACES                    TO WS-LOOK-CLUB-CODE.

           PERFORM 2650-CHECK-ONE-CLUB    THRU 2650-EXIT
               VARYING WS-CLUB-SUB FROM 1 BY 1
               UNTIL WS-CLUB-SUB > WS-CLUB-COUNT
                  OR WS-LOOK-STATUS = 'C'.

       2600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2650-CHECK-ONE-CLUB - ONE BAND AGAINST THE AGE                *
      *----------------------------------------------------------------*
       2650-CHECK-ONE-CLUB.

           IF  WS-LOOK-AGE NOT < WT-FROM-AGE (WS-CLUB-SUB)
           AND WS-LOOK-AGE NOT > WT-TO-AGE (WS-CLUB-SUB)
               MOVE 'C'                   TO WS-LOOK-STATUS
               MOVE WS-CLUB-SUB           TO WS-LOOK-SEQ
               MOVE WT-CLUB-CODE (WS-CLUB-SUB) TO WS-LOOK-CLUB-CODE
           END-IF.

       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2700-RELEASE-PAX - ONE ROSTER RECORD UNDER THE EMBARK CLUB    *
      *  (OR NO CLUB, OR NOT AGED) AND, FOR A CHILD MOVING INTO A      *
      *  CLUB MID-VOYAGE, A JOINING RECORD UNDER THE NEW CLUB          *
      *----------------------------------------------------------------*
       2700-RELEASE-PAX.

           IF  WS-PAX-ADULT
               ADD 1 TO WS-ADULT-COUNT
               GO TO 2700-EXIT
           END-IF.

           MOVE WS-PAX-CLUB-SEQ           TO SORT-CLUB-SEQ.
           MOVE CSPAX-STATEROOM-NR        TO SORT-STATEROOM-NR.
           MOVE CSPAX-BOOKING-ID          TO SORT-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID        TO SORT-PASSENGER-ID.
           MOVE 'E'                       TO SORT-LINE-TYPE.
           MOVE CSPAX-PASSENGER-NAME      TO SORT-PASSENGER-NAME.
           MOVE CSPAX-BIRTH-CCYYMMDD      TO SORT-BIRTH-CCYYMMDD.
           MOVE WS-PAX-AGE-YEARS          TO SORT-AGE-YEARS.
           MOVE WS-PAX-STATUS             TO SORT-STATUS.
           MOVE WS-PAX-CLUB-CODE          TO SORT-CLUB-CODE.
           MOVE WS-PAX-MOVE-CCYYMMDD      TO SORT-MOVE-CCYYMMDD.
           MOVE WS-PAX-NEW-AGE-YEARS      TO SORT-NEW-AGE-YEARS.
           MOVE WS-PAX-NEW-STATUS         TO SORT-NEW-STATUS.
           MOVE WS-PAX-NEW-CLUB-CODE      TO SORT-NEW-CLUB-CODE.
           RELEASE SORT-RECORD.

           IF  WS-PAX-MOVE-CCYYMMDD > ZERO
           AND WS-PAX-NEW-IN-CLUB
               MOVE WS-PAX-NEW-CLUB-SEQ   TO SORT-CLUB-SEQ
               MOVE 'J'                   TO SORT-LINE-TYPE
               RELEASE SORT-RECORD
           END-IF.

       2700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5000-OPEN-ROSTER - OPEN THE SORTED ROSTER, PRIME THE READ     *
      *----------------------------------------------------------------*
       5000-OPEN-ROSTER.

           OPEN INPUT  SORTED-ROSTER.

           PERFORM 5100-READ-ROSTER       THRU 5100-EXIT.

       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  5100-READ-ROSTER - READ ONE SORTED ROSTER RECORD              *
      *----------------------------------------------------------------*
       5100-READ-ROSTER.

           READ SORTED-ROSTER
               AT END
                   SET WS-ROSTER-EOF      TO TRUE
           END-READ.

       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6000-PROCESS-ROSTER - A NEW CLUB STARTS A NEW GROUP; EACH     *
      *  CHILD AT EMBARK GOES TO THE EXTRACT; EVERY RECORD PRINTS      *
      *----------------------------------------------------------------*
       6000-PROCESS-ROSTER.

           IF  SRTYCL-CLUB-SEQ NOT = WS-CURRENT-SEQ
               IF  WS-CURRENT-SEQ > ZERO
                   PERFORM 6500-CLUB-TOTALS THRU 6500-EXIT
               END-IF
               MOVE SRTYCL-CLUB-SEQ       TO WS-CURRENT-SEQ
               PERFORM 6100-CLUB-HEADING  THRU 6100-EXIT
           END-IF.

           IF  SRTYCL-JOINING
               ADD 1 TO WS-GROUP-JOINING
           ELSE
               ADD 1 TO WS-GROUP-EMBARK
               IF  SRTYCL-MOVE-CCYYMMDD > ZERO
                   ADD 1 TO WS-GROUP-LEAVING
               END-IF
               IF  SRTYCL-NOT-AGED
                   ADD 1 TO WS-NOT-AGED-COUNT
               ELSE
                   PERFORM 6200-WRITE-DETAIL THRU 6200-EXIT
               END-IF
           END-IF.

           PERFORM 6300-WRITE-ROSTER-LINE THRU 6300-EXIT.

           PERFORM 5100-READ-ROSTER       THRU 5100-EXIT.

       6000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6100-CLUB-HEADING - CLUB CODE, NAME AND BAND, OR THE NO-CLUB  *
      *  AND NOT-AGED GROUPS, THEN THE COLUMN HEADINGS                 *
      *----------------------------------------------------------------*
       6100-CLUB-HEADING.

           MOVE ZERO                      TO WS-GROUP-EMBARK.
           MOVE ZERO                      TO WS-GROUP-JOINING.
           MOVE ZERO                      TO WS-GROUP-LEAVING.

           EVALUATE TRUE
           WHEN WS-CURRENT-SEQ = WC-NOT-AGED-SEQ
               MOVE '(NONE)'              TO WS-CH-CLUB-CODE
               MOVE 'NOT AGED - NOT SENT' TO WS-CH-CLUB-NAME
               MOVE SPACES                TO WS-CH-AGES
           WHEN WS-CURRENT-SEQ = WC-NO-CLUB-SEQ
               MOVE '(NONE)'              TO WS-CH-CLUB-CODE
               MOVE 'AGE IN NO CLUB BAND' TO WS-CH-CLUB-NAME
               MOVE SPACES                TO WS-CH-AGES
           WHEN OTHER
               MOVE WT-CLUB-CODE (WS-CURRENT-SEQ) TO WS-CH-CLUB-CODE
               MOVE WT-CLUB-NAME (WS-CURRENT-SEQ) TO WS-CH-CLUB-NAME
               MOVE '  AGES '             TO WS-CH-AGES-TEXT
               MOVE WT-FROM-AGE (WS-CURRENT-SEQ)  TO WS-CH-FROM-AGE
               MOVE ' - '                 TO WS-CH-DASH
               MOVE WT-TO-AGE (WS-CURRENT-SEQ)    TO WS-CH-TO-AGE
           END-EVALUATE.

           WRITE ROSTER-LINE              FROM WS-BLANK-LINE.
           WRITE ROSTER-LINE              FROM WS-CLUB-HEADING.
           WRITE ROSTER-LINE              FROM WS-HEADING-2.

       6100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6200-WRITE-DETAIL - ONE INTERFACE DETAIL AND ITS TALLY        *
      *----------------------------------------------------------------*
       6200-WRITE-DETAIL.

           MOVE SPACES                    TO CSYCLX-RECORD.
           SET CSYCLX-DETAIL-REC          TO TRUE.
           MOVE SRTYCL-BOOKING-ID         TO CSYCLX-D-BOOKING-ID.
           MOVE SRTYCL-PASSENGER-ID       TO CSYCLX-D-PASSENGER-ID.
           MOVE SRTYCL-STATEROOM-NR       TO CSYCLX-D-STATEROOM-NR.
           MOVE SRTYCL-BIRTH-CCYYMMDD     TO CSYCLX-D-BIRTH-CCYYMMDD.
           MOVE SRTYCL-AGE-YEARS          TO CSYCLX-D-AGE-YEARS.
           MOVE SRTYCL-CLUB-CODE          TO CSYCLX-D-CLUB-CODE.
           MOVE SRTYCL-STATUS             TO CSYCLX-D-STATUS.
           MOVE SRTYCL-MOVE-CCYYMMDD      TO CSYCLX-D-MOVE-CCYYMMDD.
           MOVE SRTYCL-NEW-AGE-YEARS      TO CSYCLX-D-NEW-AGE-YEARS.
           MOVE SRTYCL-NEW-CLUB-CODE      TO CSYCLX-D-NEW-CLUB-CODE.
           MOVE SRTYCL-NEW-STATUS         TO CSYCLX-D-NEW-STATUS.

           WRITE CSYCLX-RECORD.

           ADD 1 TO WS-DETAILS-WRITTEN.

           IF  SRTYCL-IN-CLUB
               ADD 1 TO WS-IN-CLUB-COUNT
           ELSE
               ADD 1 TO WS-NO-CLUB-COUNT
           END-IF.

           IF  SRTYCL-MOVE-CCYYMMDD > ZERO
               ADD 1 TO WS-MOVE-COUNT
           END-IF.

       6200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6300-WRITE-ROSTER-LINE - ONE PRINTED ROSTER LINE; THE NOTE    *
      *  SAYS WHERE A MOVING CHILD GOES, OR COMES FROM, AND WHEN       *
      *----------------------------------------------------------------*
       6300-WRITE-ROSTER-LINE.

           MOVE SRTYCL-STATEROOM-NR       TO WS-D-STATEROOM-NR.
           MOVE SRTYCL-BOOKING-ID         TO WS-D-BOOKING-ID.
           MOVE SRTYCL-PASSENGER-ID       TO WS-D-PASSENGER-ID.
           MOVE SRTYCL-PASSENGER-NAME     TO WS-D-NAME.
           MOVE SRTYCL-BIRTH-CCYYMMDD     TO WS-D-BIRTH-CCYYMMDD.
           MOVE SRTYCL-AGE-YEARS          TO WS-D-AGE-YEARS.
           MOVE SPACES                    TO WS-D-NOTE.

           IF  SRTYCL-NOT-AGED
               MOVE 'CHECK BIRTH DATE'    TO WS-D-NOTE
               GO TO 6300-WRITE
           END-IF.

           IF  SRTYCL-MOVE-CCYYMMDD = ZERO
               GO TO 6300-WRITE
           END-IF.

           EVALUATE TRUE
           WHEN SRTYCL-JOINING
            AND SRTYCL-IN-CLUB
               MOVE 'JOINS FROM'          TO WS-D-NOTE-ACTION
               MOVE SRTYCL-CLUB-CODE      TO WS-D-NOTE-CLUB
           WHEN SRTYCL-JOINING
               MOVE 'JOINS CLUBS'         TO WS-D-NOTE-ACTION
           WHEN SRTYCL-NEW-AGED-OUT
               MOVE 'LEAVES YOUTH'        TO WS-D-NOTE-ACTION
           WHEN SRTYCL-NEW-CLUB-CODE = SPACES
               MOVE 'LEAVES CLUBS'        TO WS-D-NOTE-ACTION
           WHEN OTHER
               MOVE 'MOVES TO'            TO WS-D-NOTE-ACTION
               MOVE SRTYCL-NEW-CLUB-CODE  TO WS-D-NOTE-CLUB
           END-EVALUATE.

           MOVE ' ON '                    TO WS-D-NOTE-ON.
           MOVE SRTYCL-MOVE-CCYYMMDD      TO WS-D-NOTE-DATE.
           MOVE ' AT AGE '                TO WS-D-NOTE-AGE-TEXT.
           MOVE SRTYCL-NEW-AGE-YEARS      TO WS-D-NOTE-AGE.

       6300-WRITE.

           WRITE ROSTER-LINE              FROM WS-DETAIL-LINE.

       6300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  6500-CLUB-TOTALS - HEADCOUNTS FOR THE GROUP JUST PRINTED      *
      *----------------------------------------------------------------*
       6500-CLUB-TOTALS.

           MOVE WS-GROUP-EMBARK           TO WS-CT-EMBARK.
           MOVE WS-GROUP-JOINING          TO WS-CT-JOINING.
           MOVE WS-GROUP-LEAVING          TO WS-CT-LEAVING.
           WRITE ROSTER-LINE              FROM WS-CLUB-TOTAL-LINE.

       6500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-TERMINATE - LAST GROUP'S TOTALS, TRAILER WITH CONTROL    *
      *  TOTALS, REPORT TOTALS, CLOSE FILES                            *
      *----------------------------------------------------------------*
       8000-TERMINATE.

           IF  WS-CURRENT-SEQ > ZERO
               PERFORM 6500-CLUB-TOTALS   THRU 6500-EXIT
           END-IF.

           MOVE SPACES                    TO CSYCLX-RECORD.
           SET CSYCLX-TRAILER-REC         TO TRUE.
           MOVE WS-DETAILS-WRITTEN        TO CSYCLX-T-DETAIL-COUNT.
           MOVE WS-IN-CLUB-COUNT          TO CSYCLX-T-IN-CLUB-COUNT.
           MOVE WS-NO-CLUB-COUNT          TO CSYCLX-T-NO-CLUB-COUNT.
           MOVE WS-MOVE-COUNT             TO CSYCLX-T-MOVE-COUNT.
           MOVE WS-NOT-AGED-COUNT         TO CSYCLX-T-NOT-AGED-COUNT.
           WRITE CSYCLX-RECORD.

           WRITE ROSTER-LINE               FROM WS-BLANK-LINE.
           MOVE WS-RECORDS-READ            TO WS-T-RECORDS-READ.
           MOVE WS-OTHER-SAILINGS          TO WS-T-OTHER.
           MOVE WS-ADULT-COUNT             TO WS-T-ADULTS.
           WRITE ROSTER-LINE               FROM WS-TOTAL-LINE-1.

           MOVE WS-IN-CLUB-COUNT           TO WS-T-IN-CLUB.
           MOVE WS-NO-CLUB-COUNT           TO WS-T-NO-CLUB.
           MOVE WS-NOT-AGED-COUNT          TO WS-T-NOT-AGED.
           WRITE ROSTER-LINE               FROM WS-TOTAL-LINE-2.

           MOVE WS-DETAILS-WRITTEN         TO WS-T-DETAILS.
           MOVE WS-MOVE-COUNT              TO WS-T-MOVES.
           MOVE WS-DAYS-AGED               TO WS-T-DAYS-AGED.
           WRITE ROSTER-LINE               FROM WS-TOTAL-LINE-3.

           CLOSE SORTED-ROSTER.
           CLOSE SAIL-MASTER.
           CLOSE YOUTH-EXTRACT.
           CLOSE ROSTER-RPT.

       8000-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
