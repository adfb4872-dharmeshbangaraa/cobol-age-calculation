      ******************************************************************
      *  WHEN YOU COMPILE THIS PROGRAM,
      *  YOU SHOULD MAKE SURE TO GIVE THE VALUES BELOW ON THE 'GO' PANEL
      *      1) PROGRAM TYPE SHOULD BE "O".
      *      2) CICS/BATCH SUBRTN SHOULD BE "C".
      *
      *  THIS PROGRAM IS ONLY USED IN CICS.
      *
      ******************************************************************
       TITLE 'CSAGGINQ - PASSENGER-ID INQUIRY ACROSS BOOKINGS'.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGGINQ.

      *****************************************************************
      *
      *  CICS PSEUDO-CONVERSATIONAL INQUIRY TRANSACTION THAT LISTS
      *  EVERY BOOKING AND SAILING ON PAXVSAM FOR ONE PASSENGER ID.
      *  CSAGPINQ NEEDS THE BOOKING NUMBER, WHICH A RETURNING GUEST
      *  CALLING ABOUT A FARE DISPUTE USUALLY DOES NOT HAVE.  GUEST
      *  SERVICES KEYS THE PASSENGER ID AND PRESSES ENTER.
      *
      *  THE FILE IS READ THROUGH THE PAXPID PATH OVER THE PAXVSAM
      *  ALTERNATE INDEX ON CSPAX-PASSENGER-ID (NON-UNIQUE, BUILT BY
      *  THE IDCAMS BLDINDEX STEP AFTER A CSAGPAXL LOAD OR CSAGPAXU
      *  FULL RELOAD, AND KEPT CURRENT BY THE CSAGPAXU DELTA APPLY).
      *  EACH LINE SHOWS, FOR ONE BOOKING:
      *    - THE BOOKING, SAILING AND PASSENGER NAME;
      *    - A LIVE CSAGECAL AGE ACTUAL, AGE YEARS AND AGE BAND FROM
      *      THE STORED BIRTH AND DEPART DATES, WITH THE CSAGBRCO
      *      MONTHS-CUTOFF, EXACTLY AS CSAGPINQ COMPUTES THEM ('***'
      *      WHEN CSAGECAL CANNOT AGE THE PASSENGER);
      *    - THE VERIFSTS PROOF-OF-AGE STATUS: Y OR N AND THE
      *      DOCUMENT TYPE SIGHTED, BLANK WHEN NOTHING IS ON FILE;
      *    - ANY PENDCOR BIRTH-DATE CORRECTION NOT YET APPLIED: P
      *      (PENDING) OR E (IN ERROR, TO BE RE-KEYED) AND THE NEW
      *      BIRTH DATE;
      *    - ANY OPEN REJVSAM REJECT: P (PENDING), R (REPAIRED, NOT
      *      YET RECYCLED) OR E (IN ERROR) AND THE EDIT REASON CODE.
      *      AN ACCEPTED REJECT IS CLOSED AND NOT SHOWN.
      *
      *  THE BOOKINGS COME BACK IN PAXVSAM KEY ORDER, EIGHT TO A
      *  PAGE.  THE PAGE NUMBER IS CARRIED IN THE COMMAREA AND EACH
      *  PAGE RE-BROWSES THE PATH FROM THE FIRST BOOKING, SKIPPING THE
      *  EARLIER PAGES -- A BROWSE CANNOT BE RESTARTED PART-WAY
      *  THROUGH A RUN OF DUPLICATE ALTERNATE KEYS, AND NO GUEST HAS
      *  ENOUGH BOOKINGS FOR THE RE-READ TO MATTER.
      *
      *  CSAGECAL IS CALLED WITH CSAGECAL-I-ONLINE-SW SET SO ITS
      *  FORMAT-USAGE LOGGING GOES THROUGH THE CICS-SAFE CSAGFLGC
      *  TDQ PATH INSTEAD OF CSAGFLOG'S QSAM I/O.
      *
      *  PF3 = EXIT     PF7 = PAGE BACK     PF8 = PAGE FORWARD
      *  ENTER = LIST THE KEYED PASSENGER ID FROM THE FIRST PAGE
      *
      *****************************************************************
      *  DATE      PROGRAMMER  DESCRIPTION OF CHANGE(S)
      *  --------  ----------  ----------------------------------------
101526*  10/15/26  M.ANDREOLI  PROGRAM CREATED
      *****************************************************************

      *****************************************************************
      *          WORKING STORAGE SECTION
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01  WC-CONSTANTS.
           05  WC-MAPSET                 PIC X(08) VALUE 'CSAGGSET'.
           05  WC-MAP                    PIC X(08) VALUE 'CSAGGINQ'.
           05  WC-TRANSID                PIC X(04) VALUE 'AGGQ'.
           05  WC-PATH-FILE              PIC X(08) VALUE 'PAXPID'.
           05  WC-VRF-FILE               PIC X(08) VALUE 'VERIFSTS'.
           05  WC-COR-FILE               PIC X(08) VALUE 'PENDCOR'.
           05  WC-REJ-FILE               PIC X(08) VALUE 'REJVSAM'.
           05  WC-PAGE-SIZE              PIC S9(04) COMP VALUE +8.
           05  WC-CSAGBRCO               PIC X(08) VALUE 'CSAGBRCO'.
           05  WC-CSAGECAL               PIC X(08) VALUE 'CSAGECAL'.

       01  WS-SWITCHES.
           05  WS-FIRST-TIME-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-FIRST-TIME             VALUE 'Y'.
           05  WS-BROWSE-DONE-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-BROWSE-DONE            VALUE 'Y'.

       01  WS-RESP-AREA                  PIC S9(08) COMP.
       01  WS-LINES-FILLED               PIC S9(04) COMP.
       01  WS-ROWS-READ                  PIC S9(04) COMP.
       01  WS-ROWS-TO-SKIP               PIC S9(04) COMP.

       01  WS-AIX-KEY                    PIC X(10).

       01  WS-VSAM-KEY.
           05  WS-K-BOOKING-ID           PIC X(10).
           05  WS-K-PASSENGER-ID         PIC X(10).

       01  WS-DETAIL-LINE.
           05  WS-D-BOOKING-ID           PIC X(10).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-SAILING-ID           PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-LIVE-AGE-ACTUAL      PIC X(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-LIVE-AGE-YEARS       PIC 9(03).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-LIVE-AGE-BAND        PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-VERIFIED             PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-DOCUMENT-TYPE        PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-COR-STATUS           PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-COR-NEW-BIRTH        PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-REJ-STATUS           PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-REJ-REASON           PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  WS-D-PASSENGER-NAME       PIC X(20).
           05  FILLER                    PIC X(08) VALUE SPACES.

           COPY CSPAXREC.
           COPY CSAGVRFR.
           COPY CSAGBCOR.
           COPY CSAGREJR.
           COPY CSAGECAL.
           COPY CSAGBRCO.
           COPY CSAGGMAP.

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION            PIC X(01) VALUE SPACE.
               88  WS-CA-BROWSE-ACTIVE       VALUE 'B'.
           05  WS-CA-PASSENGER-ID        PIC X(10) VALUE SPACES.
           05  WS-CA-PAGE-NR             PIC S9(04) COMP VALUE ZERO.
           05  WS-CA-MORE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-CA-MORE-ROWS           VALUE 'Y'.

      *****************************************************************
      *          LINKAGE SECTION
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION            PIC X(01).
           05  LK-CA-PASSENGER-ID        PIC X(10).
           05  LK-CA-PAGE-NR             PIC S9(04) COMP.
           05  LK-CA-MORE-SWITCH         PIC X(01).

      *****************************************************************
      *          PROCEDURE DIVISION
      *****************************************************************

       PROCEDURE DIVISION USING DFHCOMMAREA.

       0000-MAIN.

           EXEC CICS
               HANDLE CONDITION
                   PGMIDERR   (9999-ABEND)
           END-EXEC.

           IF  EIBCALEN = 0
               SET WS-FIRST-TIME         TO TRUE
               MOVE SPACE                TO WS-CA-FUNCTION
               PERFORM 1000-SEND-BLANK-MAP  THRU 1000-EXIT
               GO TO 8000-RETURN-TRANS
           END-IF.

           MOVE LK-CA-FUNCTION           TO WS-CA-FUNCTION.
           MOVE LK-CA-PASSENGER-ID       TO WS-CA-PASSENGER-ID.
           MOVE LK-CA-PAGE-NR            TO WS-CA-PAGE-NR.
           MOVE LK-CA-MORE-SWITCH        TO WS-CA-MORE-SWITCH.

           EXEC CICS
               RECEIVE MAP     (WC-MAP)
                       MAPSET  (WC-MAPSET)
                       INTO    (CSAGGINQI)
           END-EXEC.

           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS
                       RETURN
                   END-EXEC
                   GOBACK
               WHEN DFHENTER
                   PERFORM 2000-NEW-INQUIRY    THRU 2000-EXIT
               WHEN DFHPF7
                   PERFORM 2400-PAGE-BACK      THRU 2400-EXIT
               WHEN DFHPF8
                   PERFORM 2500-PAGE-FORWARD   THRU 2500-EXIT
               WHEN OTHER
                   MOVE 'INVALID KEY PRESSED'  TO MSGO
                   PERFORM 1500-SEND-MAP       THRU 1500-EXIT
           END-EVALUATE.

           GO TO 8000-RETURN-TRANS.

       0000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1000-SEND-BLANK-MAP - FIRST ENTRY TO THE TRANSACTION          *
      *----------------------------------------------------------------*
       1000-SEND-BLANK-MAP.

           MOVE SPACES                   TO CSAGGINQO.
           EXEC CICS
               SEND MAP    (WC-MAP)
                    MAPSET (WC-MAPSET)
                    ERASE
           END-EXEC.

       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  1500-SEND-MAP - RE-DISPLAY THE SCREEN WITH A MESSAGE          *
      *----------------------------------------------------------------*
       1500-SEND-MAP.

           EXEC CICS
               SEND MAP    (WC-MAP)
                    MAPSET (WC-MAPSET)
                    FROM   (CSAGGINQO)
                    DATAONLY
                    CURSOR
           END-EXEC.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-NEW-INQUIRY - LIST THE PASSENGER ID KEYED ON THE SCREEN  *
      *  FROM THE FIRST PAGE                                           *
      *----------------------------------------------------------------*
       2000-NEW-INQUIRY.

           IF  PIDI NOT > SPACES
               MOVE 'KEY A PASSENGER ID AND PRESS ENTER' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE PIDI                     TO WS-CA-PASSENGER-ID.
           MOVE 1                        TO WS-CA-PAGE-NR.
           SET WS-CA-BROWSE-ACTIVE       TO TRUE.

           PERFORM 3000-FILL-PAGE        THRU 3000-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-PAGE-BACK - THE PAGE BEFORE THE ONE SHOWN                *
      *----------------------------------------------------------------*
       2400-PAGE-BACK.

           IF  NOT WS-CA-BROWSE-ACTIVE
               MOVE 'KEY A PASSENGER ID AND PRESS ENTER FIRST'
                                         TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2400-EXIT
           END-IF.

           IF  WS-CA-PAGE-NR NOT > 1
               MOVE 'ALREADY AT THE FIRST PAGE' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2400-EXIT
           END-IF.

           SUBTRACT 1                    FROM WS-CA-PAGE-NR.

           PERFORM 3000-FILL-PAGE        THRU 3000-EXIT.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-PAGE-FORWARD - THE PAGE AFTER THE ONE SHOWN              *
      *----------------------------------------------------------------*
       2500-PAGE-FORWARD.

           IF  NOT WS-CA-BROWSE-ACTIVE
               MOVE 'KEY A PASSENGER ID AND PRESS ENTER FIRST'
                                         TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2500-EXIT
           END-IF.

           IF  NOT WS-CA-MORE-ROWS
               MOVE 'NO MORE BOOKINGS FOR THIS PASSENGER' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2500-EXIT
           END-IF.

           ADD 1                         TO WS-CA-PAGE-NR.

           PERFORM 3000-FILL-PAGE        THRU 3000-EXIT.

       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3000-FILL-PAGE - BROWSE THE PASSENGER-ID PATH FROM THE FIRST  *
      *  BOOKING, SKIP THE EARLIER PAGES, FILL UP TO WC-PAGE-SIZE      *
      *  LINES, AND READ ONE MORE TO KNOW WHETHER PF8 HAS A PAGE       *
      *----------------------------------------------------------------*
       3000-FILL-PAGE.

           MOVE ZERO                     TO WS-LINES-FILLED.
           MOVE 'N'                      TO WS-BROWSE-DONE-SWITCH.
           MOVE 'N'                      TO WS-CA-MORE-SWITCH.

           PERFORM 3100-CLEAR-DETAIL     THRU 3100-EXIT
               VARYING WS-LINES-FILLED FROM 1 BY 1
               UNTIL WS-LINES-FILLED > WC-PAGE-SIZE.
           MOVE ZERO                     TO WS-LINES-FILLED.
           MOVE ZERO                     TO WS-ROWS-READ.

           COMPUTE WS-ROWS-TO-SKIP = (WS-CA-PAGE-NR - 1)
                                   * WC-PAGE-SIZE.

           MOVE WS-CA-PASSENGER-ID       TO PIDO.
           MOVE WS-CA-PASSENGER-ID       TO WS-AIX-KEY.

           EXEC CICS
               STARTBR FILE    (WC-PATH-FILE)
                       RIDFLD  (WS-AIX-KEY)
                       EQUAL
                       RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'PASSENGER ID NOT ON FILE' TO MSGO
               MOVE SPACE                TO WS-CA-FUNCTION
               MOVE ZERO                 TO PAGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 3000-EXIT
           END-IF.

           PERFORM 3200-READ-NEXT-PAX    THRU 3200-EXIT
               UNTIL WS-BROWSE-DONE
               OR WS-LINES-FILLED >= WC-PAGE-SIZE.

      *    ONE READ PAST A FULL PAGE TELLS WHETHER PF8 HAS ANYTHING
           IF  NOT WS-BROWSE-DONE
               PERFORM 3250-READ-PATH    THRU 3250-EXIT
               IF  NOT WS-BROWSE-DONE
                   SET WS-CA-MORE-ROWS   TO TRUE
               END-IF
           END-IF.

           EXEC CICS
               ENDBR FILE (WC-PATH-FILE)
           END-EXEC.

           MOVE WS-CA-PAGE-NR            TO PAGO.

           EVALUATE TRUE
           WHEN WS-LINES-FILLED = ZERO
               MOVE 'NO BOOKINGS ON THIS PAGE - PRESS PF7' TO MSGO
           WHEN WS-CA-MORE-ROWS
               MOVE 'PRESS PF8 FOR MORE BOOKINGS, PF7 TO PAGE BACK'
                                         TO MSGO
           WHEN OTHER
               MOVE 'LAST BOOKING FOR THIS PASSENGER SHOWN'
                                         TO MSGO
           END-EVALUATE.

           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3100-CLEAR-DETAIL - BLANK ONE DETAIL LINE ON THE SCREEN       *
      *----------------------------------------------------------------*
       3100-CLEAR-DETAIL.

           MOVE SPACES                   TO DTLO (WS-LINES-FILLED).

       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3200-READ-NEXT-PAX - READ ONE BOOKING FOR THE PASSENGER; PAST *
      *  THE EARLIER PAGES, FORMAT IT INTO THE NEXT DETAIL LINE        *
      *----------------------------------------------------------------*
       3200-READ-NEXT-PAX.

           PERFORM 3250-READ-PATH        THRU 3250-EXIT.

           IF  WS-BROWSE-DONE
               GO TO 3200-EXIT
           END-IF.

           ADD 1                         TO WS-ROWS-READ.
           IF  WS-ROWS-READ NOT > WS-ROWS-TO-SKIP
               GO TO 3200-EXIT
           END-IF.

           PERFORM 3300-FORMAT-ONE-PAX   THRU 3300-EXIT.

       3200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3250-READ-PATH - ONE READNEXT THROUGH THE PATH.  DUPKEY ONLY  *
      *  MEANS MORE BOOKINGS FOLLOW FOR THE SAME PASSENGER ID          *
      *----------------------------------------------------------------*
       3250-READ-PATH.

           EXEC CICS
               READNEXT FILE    (WC-PATH-FILE)
                        RIDFLD  (WS-AIX-KEY)
                        INTO    (CSPAX-RECORD)
                        RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
           AND WS-RESP-AREA NOT = DFHRESP(DUPKEY)
               SET WS-BROWSE-DONE        TO TRUE
               GO TO 3250-EXIT
           END-IF.

           IF  CSPAX-PASSENGER-ID NOT = WS-CA-PASSENGER-ID
               SET WS-BROWSE-DONE        TO TRUE
           END-IF.

       3250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3300-FORMAT-ONE-PAX - LIVE AGE AND THE THREE STATUS FILES     *
      *  FOR ONE BOOKING                                               *
      *----------------------------------------------------------------*
       3300-FORMAT-ONE-PAX.

           PERFORM 3400-AGE-ONE-PAX      THRU 3400-EXIT.

           MOVE CSPAX-BOOKING-ID         TO WS-K-BOOKING-ID.
           MOVE CSPAX-PASSENGER-ID       TO WS-K-PASSENGER-ID.

           PERFORM 3500-GET-VERIFICATION THRU 3500-EXIT.
           PERFORM 3600-GET-CORRECTION   THRU 3600-EXIT.
           PERFORM 3700-GET-REJECT       THRU 3700-EXIT.

           ADD 1                         TO WS-LINES-FILLED.

           MOVE CSPAX-BOOKING-ID         TO WS-D-BOOKING-ID.
           MOVE CSPAX-SAILING-ID         TO WS-D-SAILING-ID.
           MOVE CSPAX-PASSENGER-NAME     TO WS-D-PASSENGER-NAME.

           MOVE WS-DETAIL-LINE           TO DTLO (WS-LINES-FILLED).

       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3400-AGE-ONE-PAX - LIVE CSAGECAL CALL AGAINST THE STORED      *
      *  BIRTH AND DEPART DATES, AS CSAGPINQ DOES                      *
      *----------------------------------------------------------------*
       3400-AGE-ONE-PAX.

           MOVE CSPAX-BIRTH-CCYYMMDD     TO CSAGECAL-I-BIRTH-CCYYMMDD.
           MOVE ZERO                     TO CSAGECAL-I-BIRTH-MMDDCCYY.
           MOVE CSPAX-DEPART-DATE-GREG   TO
               CSAGECAL-I-DEPART-DATE-GREG.
           MOVE SPACES                   TO
               CSAGECAL-I-DEPART-DATE-INTL.
           MOVE SPACES                   TO
               CSAGECAL-I-MILESTONE-DATE-INTL.
           MOVE ZERO                     TO
               CSAGECAL-I-MILESTONE-DATE-GREG.
           MOVE ZERO                     TO
               CSAGECAL-I-RETURN-DATE-GREG.
           MOVE SPACES                   TO
               CSAGECAL-I-RETURN-DATE-INTL.
           MOVE SPACE                    TO
               CSAGECAL-I-REVERSE-LOOKUP-SW.
           MOVE SPACE                    TO CSAGECAL-I-PRECONV-SW.
           SET CSAGECAL-I-RUNNING-ONLINE TO TRUE.

           MOVE CSPAX-BRAND-CODE         TO CSAGBRCO-I-BRAND-CODE.
           MOVE CSPAX-ITINERARY-CODE     TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO              USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS  TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

           CALL WC-CSAGECAL              USING CSAGECAL-PARMS.

           IF  CSAGECAL-O-RC-OK
               MOVE CSAGECAL-O-AGE-ACTUAL TO WS-D-LIVE-AGE-ACTUAL
               MOVE CSAGECAL-O-AGE-YEARS  TO WS-D-LIVE-AGE-YEARS
               MOVE CSAGECAL-O-AGE-BAND   TO WS-D-LIVE-AGE-BAND
           ELSE
               MOVE '***'                TO WS-D-LIVE-AGE-ACTUAL
               MOVE ZERO                 TO WS-D-LIVE-AGE-YEARS
               MOVE '*'                  TO WS-D-LIVE-AGE-BAND
           END-IF.

       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3500-GET-VERIFICATION - VERIFSTS PROOF-OF-AGE STATUS; BLANK   *
      *  WHEN NOTHING HAS BEEN SIGHTED FOR THIS BOOKING                *
      *----------------------------------------------------------------*
       3500-GET-VERIFICATION.

           MOVE SPACE                    TO WS-D-VERIFIED.
           MOVE SPACES                   TO WS-D-DOCUMENT-TYPE.

           EXEC CICS
               READ FILE    (WC-VRF-FILE)
                    RIDFLD  (WS-VSAM-KEY)
                    INTO    (CSVRF-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               GO TO 3500-EXIT
           END-IF.

           IF  CSVRF-VERIFIED
               MOVE 'Y'                  TO WS-D-VERIFIED
               MOVE CSVRF-DOCUMENT-TYPE  TO WS-D-DOCUMENT-TYPE
           ELSE
               MOVE 'N'                  TO WS-D-VERIFIED
           END-IF.

       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3600-GET-CORRECTION - A PENDCOR CORRECTION STILL WAITING FOR  *
      *  CSAGBAPL, OR REJECTED BY IT; AN APPLIED ONE IS NOT SHOWN      *
      *----------------------------------------------------------------*
       3600-GET-CORRECTION.

           MOVE SPACE                    TO WS-D-COR-STATUS.
           MOVE SPACES                   TO WS-D-COR-NEW-BIRTH.

           EXEC CICS
               READ FILE    (WC-COR-FILE)
                    RIDFLD  (WS-VSAM-KEY)
                    INTO    (CSBCOR-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               GO TO 3600-EXIT
           END-IF.

           IF  CSBCOR-PENDING
           OR  CSBCOR-IN-ERROR
               MOVE CSBCOR-STATUS-SWITCH TO WS-D-COR-STATUS
               MOVE CSBCOR-NEW-BIRTH-CCYYMMDD
                                         TO WS-D-COR-NEW-BIRTH
           END-IF.

       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  3700-GET-REJECT - A REJVSAM REJECT NOT YET ACCEPTED BACK BY   *
      *  THE CSAGRCYC RECYCLE                                          *
      *----------------------------------------------------------------*
       3700-GET-REJECT.

           MOVE SPACE                    TO WS-D-REJ-STATUS.
           MOVE SPACES                   TO WS-D-REJ-REASON.

           EXEC CICS
               READ FILE    (WC-REJ-FILE)
                    RIDFLD  (WS-VSAM-KEY)
                    INTO    (CSREJ-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               GO TO 3700-EXIT
           END-IF.

           IF  NOT CSREJ-ACCEPTED
               MOVE CSREJ-STATUS-SWITCH  TO WS-D-REJ-STATUS
               MOVE CSREJ-REASON-CODE    TO WS-D-REJ-REASON
           END-IF.

       3700-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  8000-RETURN-TRANS - RETURN, STAYING CONVERSATIONAL ON THE     *
      *                      SAME TRANSID                             *
      *----------------------------------------------------------------*
       8000-RETURN-TRANS.

           EXEC CICS
               RETURN TRANSID  (WC-TRANSID)
                      COMMAREA (WS-COMMAREA)
           END-EXEC.

           GOBACK.

       8000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  9999-ABEND - UNEXPECTED CICS CONDITION                       *
      *----------------------------------------------------------------*
       9999-ABEND.

           EXEC CICS
               ABEND ABCODE('AGGQ')
           END-EXEC.

           GOBACK.

       9999-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
