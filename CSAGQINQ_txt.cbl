      ******************************************************************
      *  WHEN YOU COMPILE THIS PROGRAM,
      *  YOU SHOULD MAKE SURE TO GIVE THE VALUES BELOW ON THE 'GO' PANEL
      *      1) PROGRAM TYPE SHOULD BE "O".
      *      2) CICS/BATCH SUBRTN SHOULD BE "C".
      *
      *  THIS PROGRAM IS ONLY USED IN CICS.
      *
      ******************************************************************
       TITLE 'CSAGQINQ - PRE-BOOKING AGE QUOTE'.
       IDENTIFICATION DIVISION.
       PROGRAM-ID.      CSAGQINQ.

      *****************************************************************
      *
      *  CICS PSEUDO-CONVERSATIONAL AGE-ELIGIBILITY QUOTE FOR A GUEST
      *  WHO IS NOT BOOKED YET.  CSAGPINQ NEEDS A BOOKING ALREADY ON
      *  PAXVSAM AND CSAGGSCN IS A BATCH JOB FOR GROUPS, SO AN AGENT
      *  ON THE PHONE HAD NO WAY TO QUOTE ONE GUEST, AND CHILD FARES
      *  WERE BEING QUOTED THAT THE NIGHTLY JOBS LATER REJECTED.
      *
      *  THE AGENT KEYS A SAILING ID AND THE GUEST'S BIRTH DATE
      *  (CCYYMMDD) AND PRESSES ENTER.  THE BRAND, ITINERARY, DEPART
      *  AND RETURN DATES COME FROM SAILMAST.  THE SCREEN COMES BACK
      *  WITH:
      *    - THE CSAGECAL AGE ACTUAL, AGE YEARS, AND AGE BAND AS OF
      *      THE DEPART DATE, USING THE CSAGBRCO MONTHS-CUTOFF FOR
      *      THE SAILING'S BRAND/ITINERARY (ALSO SHOWN);
      *    - WHETHER THE GUEST HAS A BIRTHDAY DURING THE SAILING;
      *    - THE CSAGECAL REVERSE-LOOKUP CUTOFF BIRTH DATE FOR EVERY
      *      BAND ON THAT SAILING -- A GUEST BORN ON OR BEFORE A
      *      BAND'S DATE HAS REACHED THAT BAND BY SAIL DAY;
      *    - THE SAILING'S INFANT COUNT (DEMOHIST, AS OF THE LAST
      *      NIGHTLY RUN) AGAINST ITS INFANT QUOTA (QUOTVSAM), AND
      *      WHETHER THERE IS STILL ROOM.
      *
      *  THE SAILMAST DATES ARE CALENDAR-EDITED BY CSAGSMLD BEFORE
      *  THEY ARE STORED, SO THEY ARE PASSED TO CSAGECAL AS
      *  PRE-CONVERTED CCYYMMDD DATES.  THE KEYED BIRTH DATE IS
      *  CALENDAR-EDITED HERE FIRST.  CSAGECAL IS CALLED WITH
      *  CSAGECAL-I-ONLINE-SW SET SO ITS FORMAT-USAGE LOGGING GOES
      *  THROUGH THE CICS-SAFE CSAGFLGC TDQ PATH.
      *
      *  PF3 = EXIT     ENTER = QUOTE THE KEYED SAILING/BIRTH DATE
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
           05  WC-MAPSET                 PIC X(08) VALUE 'CSAGQSET'.
           05  WC-MAP                    PIC X(08) VALUE 'CSAGQINQ'.
           05  WC-TRANSID                PIC X(04) VALUE 'AGQQ'.
           05  WC-SAIL-FILE              PIC X(08) VALUE 'SAILMAST'.
           05  WC-DEMO-FILE              PIC X(08) VALUE 'DEMOHIST'.
           05  WC-QUOTA-FILE             PIC X(08) VALUE 'QUOTVSAM'.
           05  WC-CSAGBRCO               PIC X(08) VALUE 'CSAGBRCO'.
           05  WC-CSAGECAL               PIC X(08) VALUE 'CSAGECAL'.

       01  WS-SWITCHES.
           05  WS-FIRST-TIME-SWITCH      PIC X(01) VALUE 'Y'.
               88  WS-FIRST-TIME             VALUE 'Y'.
           05  WS-DATE-EDIT-OK-SWITCH    PIC X(01) VALUE 'Y'.
               88  WS-DATE-EDIT-OK           VALUE 'Y'.
           05  WS-INFANT-ROOM-SWITCH     PIC X(01) VALUE 'Y'.
               88  WS-INFANT-ROOM            VALUE 'Y'.

       01  WS-RESP-AREA                  PIC S9(08) COMP.
       01  WS-BAND-IX                    PIC S9(04) COMP VALUE ZERO.

       01  WS-BIRTH-CCYYMMDD             PIC 9(08) VALUE ZERO.
       01  WS-DATE-EDIT REDEFINES WS-BIRTH-CCYYMMDD.
           05  WS-E-CCYY                 PIC 9(04).
           05  WS-E-MM                   PIC 9(02).
           05  WS-E-DD                   PIC 9(02).

       01  WS-DAYS-IN-MONTH-TABLE.
           05  FILLER                    PIC X(24) VALUE
               '312831303130313130313031'.
       01  FILLER REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05  WS-DAYS-IN-MONTH OCCURS 12 TIMES
                                         PIC 9(02).

       01  WS-LEAP-DIV                   PIC 9(04) COMP-3.
       01  WS-LEAP-REM4                  PIC 9(02) COMP-3.
       01  WS-LEAP-REM100                PIC 9(02) COMP-3.
       01  WS-LEAP-REM400                PIC 9(03) COMP-3.
       01  WS-MONTH-MAX-DD               PIC 9(02) VALUE ZERO.

       01  WT-BAND-CODES.
           05  FILLER                    PIC X(01) VALUE 'I'.
           05  FILLER                    PIC X(01) VALUE 'C'.
           05  FILLER                    PIC X(01) VALUE 'T'.
           05  FILLER                    PIC X(01) VALUE 'A'.
           05  FILLER                    PIC X(01) VALUE 'S'.
       01  FILLER REDEFINES WT-BAND-CODES.
           05  WT-BAND-CODE OCCURS 5 TIMES PIC X(01).

       01  WT-BAND-NAMES.
           05  FILLER                    PIC X(06) VALUE 'INFANT'.
           05  FILLER                    PIC X(06) VALUE 'CHILD '.
           05  FILLER                    PIC X(06) VALUE 'TEEN  '.
           05  FILLER                    PIC X(06) VALUE 'ADULT '.
           05  FILLER                    PIC X(06) VALUE 'SENIOR'.
       01  FILLER REDEFINES WT-BAND-NAMES.
           05  WT-BAND-NAME OCCURS 5 TIMES PIC X(06).

       01  WS-CUTOFF-LINE.
           05  WS-C-BAND-NAME            PIC X(06).
           05  FILLER                    PIC X(16)
                                         VALUE ' BORN ON/BEFORE '.
           05  WS-C-CUTOFF               PIC 9(08).

       01  WS-INFANT-LINE.
           05  FILLER                    PIC X(08) VALUE 'INFANTS '.
           05  WS-I-COUNT                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(08) VALUE '  QUOTA '.
           05  WS-I-QUOTA                PIC ZZ,ZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-I-STATUS               PIC X(10).

       01  WS-COMMAREA.
           05  WS-CA-FUNCTION            PIC X(01) VALUE SPACE.

           COPY CSAGSMST.
           COPY CSAGDEMH.
           COPY CSAGQUOR.
           COPY CSAGECAL.
           COPY CSAGBRCO.
           COPY CSAGQMAP.

      *****************************************************************
      *          LINKAGE SECTION
      *****************************************************************

       LINKAGE SECTION.

       01  DFHCOMMAREA.
           05  LK-CA-FUNCTION            PIC X(01).

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
               PERFORM 1000-SEND-BLANK-MAP  THRU 1000-EXIT
               GO TO 8000-RETURN-TRANS
           END-IF.

           EXEC CICS
               RECEIVE MAP     (WC-MAP)
                       MAPSET  (WC-MAPSET)
                       INTO    (CSAGQINQI)
           END-EXEC.

           EVALUATE EIBAID
               WHEN DFHPF3
                   EXEC CICS
                       RETURN
                   END-EXEC
                   GOBACK
               WHEN DFHENTER
                   PERFORM 2000-QUOTE-GUEST    THRU 2000-EXIT
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

           MOVE SPACES                   TO CSAGQINQO.
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
                    FROM   (CSAGQINQO)
                    DATAONLY
                    CURSOR
           END-EXEC.

       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2000-QUOTE-GUEST - EDIT THE KEYED SAILING AND BIRTH DATE,     *
      *  READ THE SAILING MASTER, AND BUILD THE WHOLE QUOTE            *
      *----------------------------------------------------------------*
       2000-QUOTE-GUEST.

           PERFORM 2050-CLEAR-RESULTS    THRU 2050-EXIT.

           IF  SAILI NOT > SPACES
           OR  BRTHI NOT > SPACES
               MOVE 'KEY A SAILING ID AND BIRTH DATE (CCYYMMDD)'
                                         TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           IF  BRTHI NOT NUMERIC
               MOVE 'BIRTH DATE MUST BE NUMERIC CCYYMMDD' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE BRTHI                    TO WS-BIRTH-CCYYMMDD.
           PERFORM 2100-EDIT-CALENDAR    THRU 2100-EXIT.
           IF  NOT WS-DATE-EDIT-OK
               MOVE 'BIRTH DATE IS NOT A CALENDAR DATE' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE SAILI                    TO CSSMST-SAILING-ID.

           EXEC CICS
               READ FILE    (WC-SAIL-FILE)
                    RIDFLD  (CSSMST-KEY)
                    INTO    (CSSMST-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE 'SAILING NOT ON SAILMAST' TO MSGO
               PERFORM 1500-SEND-MAP     THRU 1500-EXIT
               GO TO 2000-EXIT
           END-IF.

           MOVE CSSMST-BRAND-CODE        TO BRNDO.
           MOVE CSSMST-ITINERARY-CODE    TO ITINO.
           MOVE CSSMST-DEPART-CCYYMMDD   TO DEPO.
           MOVE CSSMST-RETURN-CCYYMMDD   TO RETO.

           MOVE CSSMST-BRAND-CODE        TO CSAGBRCO-I-BRAND-CODE.
           MOVE CSSMST-ITINERARY-CODE    TO CSAGBRCO-I-ITINERARY-CODE.
           CALL WC-CSAGBRCO              USING CSAGBRCO-PARMS.
           MOVE CSAGBRCO-O-CUTOFF-YEARS  TO CUTMO.

           PERFORM 2500-INFANT-ROOM      THRU 2500-EXIT.

           PERFORM 2400-ONE-BAND-CUTOFF  THRU 2400-EXIT
               VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > 5.

           PERFORM 2200-AGE-GUEST        THRU 2200-EXIT.

           PERFORM 1500-SEND-MAP         THRU 1500-EXIT.

       2000-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2050-CLEAR-RESULTS - BLANK EVERYTHING BUT THE KEYED FIELDS    *
      *  SO A REJECTED KEY NEVER LEAVES THE LAST QUOTE ON THE SCREEN   *
      *----------------------------------------------------------------*
       2050-CLEAR-RESULTS.

           MOVE SPACES                   TO BRNDO
                                            ITINO
                                            DEPO
                                            RETO
                                            AGEO
                                            AGEYO
                                            BANDO
                                            CUTMO
                                            BDAYO
                                            INFO
                                            MSGO.

           PERFORM 2060-CLEAR-ONE-CUTOFF THRU 2060-EXIT
               VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > 5.

       2050-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2060-CLEAR-ONE-CUTOFF - BLANK ONE BAND CUTOFF LINE            *
      *----------------------------------------------------------------*
       2060-CLEAR-ONE-CUTOFF.

           MOVE SPACES                   TO CUTO (WS-BAND-IX).

       2060-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2100-EDIT-CALENDAR - MONTH 01-12 AND A DAY THAT EXISTS IN     *
      *  THAT MONTH, LEAP YEARS INCLUDED (SAME EDIT AS CSAGSMLD)       *
      *----------------------------------------------------------------*
       2100-EDIT-CALENDAR.

           MOVE 'Y'                      TO WS-DATE-EDIT-OK-SWITCH.

           IF  WS-E-MM < 01 OR WS-E-MM > 12
               MOVE 'N'                  TO WS-DATE-EDIT-OK-SWITCH
               GO TO 2100-EXIT
           END-IF.

           MOVE WS-DAYS-IN-MONTH (WS-E-MM) TO WS-MONTH-MAX-DD.

           IF  WS-E-MM = 02
               DIVIDE WS-E-CCYY BY 4     GIVING WS-LEAP-DIV
                                         REMAINDER WS-LEAP-REM4
               DIVIDE WS-E-CCYY BY 100   GIVING WS-LEAP-DIV
                                         REMAINDER WS-LEAP-REM100
               DIVIDE WS-E-CCYY BY 400   GIVING WS-LEAP-DIV
                                         REMAINDER WS-LEAP-REM400
               IF  WS-LEAP-REM4 = 0
               AND (WS-LEAP-REM100 NOT = 0 OR WS-LEAP-REM400 = 0)
                   MOVE 29               TO WS-MONTH-MAX-DD
               END-IF
           END-IF.

           IF  WS-E-DD < 01 OR WS-E-DD > WS-MONTH-MAX-DD
               MOVE 'N'                  TO WS-DATE-EDIT-OK-SWITCH
           END-IF.

       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2200-AGE-GUEST - LIVE CSAGECAL CALL FOR THE KEYED BIRTH DATE  *
      *  AGAINST THE SAILING'S DEPART AND RETURN DATES                 *
      *----------------------------------------------------------------*
       2200-AGE-GUEST.

           PERFORM 2300-CLEAR-ECAL-INPUT THRU 2300-EXIT.
           MOVE WS-BIRTH-CCYYMMDD        TO CSAGECAL-I-BIRTH-CCYYMMDD.
           MOVE CSSMST-RETURN-CCYYMMDD   TO CSAGECAL-I-RETURN-CCYYMMDD.

           CALL WC-CSAGECAL              USING CSAGECAL-PARMS.

           IF  CSAGECAL-O-RC-INVALID-BIRTHDATE
               MOVE 'BIRTH DATE IS AFTER THE DEPART DATE' TO MSGO
               GO TO 2200-EXIT
           END-IF.

           IF  NOT CSAGECAL-O-RC-OK
               MOVE 'AGE COULD NOT BE CALCULATED - CHECK SAILMAST DATES'
                                         TO MSGO
               GO TO 2200-EXIT
           END-IF.

           MOVE CSAGECAL-O-AGE-ACTUAL    TO AGEO.
           MOVE CSAGECAL-O-AGE-YEARS     TO AGEYO.

           PERFORM 2250-FIND-BAND-NAME   THRU 2250-EXIT
               VARYING WS-BAND-IX FROM 1 BY 1
               UNTIL WS-BAND-IX > 5.

           IF  CSAGECAL-O-RETURN-RC-ERROR
               MOVE '???'                TO BDAYO
           ELSE
               IF  CSAGECAL-O-BIRTHDAY-DURING-SAIL
                   MOVE 'YES'            TO BDAYO
               ELSE
                   MOVE 'NO'             TO BDAYO
               END-IF
           END-IF.

           IF  CSAGECAL-O-AGE-BAND-INFANT
           AND NOT WS-INFANT-ROOM
               MOVE 'INFANT QUOTA HAS NO ROOM - DO NOT QUOTE AN INFANT'
                                         TO MSGO
           ELSE
               MOVE 'QUOTE AT THE AGE BAND SHOWN (AGE AS OF DEPART)'
                                         TO MSGO
           END-IF.

       2200-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2250-FIND-BAND-NAME - SPELL OUT THE GUEST'S BAND CODE         *
      *----------------------------------------------------------------*
       2250-FIND-BAND-NAME.

           IF  WT-BAND-CODE (WS-BAND-IX) = CSAGECAL-O-AGE-BAND
               MOVE WT-BAND-NAME (WS-BAND-IX) TO BANDO
           END-IF.

       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2300-CLEAR-ECAL-INPUT - INITIALIZE THE CSAGECAL INPUT AREA    *
      *  FIELD BY FIELD FOR ONE CALL AGAINST THIS SAILING.  THE        *
      *  SAILMAST DEPART DATE GOES IN PRE-CONVERTED; THE CALLER ADDS   *
      *  THE BIRTH DATE OR THE REVERSE-LOOKUP TARGET                   *
      *----------------------------------------------------------------*
       2300-CLEAR-ECAL-INPUT.

           MOVE ZERO                     TO CSAGECAL-I-BIRTH-CCYYMMDD.
           MOVE ZERO                     TO CSAGECAL-I-BIRTH-MMDDCCYY.
           MOVE ZERO                     TO
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
           MOVE ZERO                     TO
               CSAGECAL-I-TARGET-AGE-YEARS.
           MOVE SPACE                    TO
               CSAGECAL-I-TARGET-AGE-BAND.
           MOVE CSSMST-DEPART-CCYYMMDD   TO
               CSAGECAL-I-DEPART-CCYYMMDD.
           MOVE ZERO                     TO
               CSAGECAL-I-RETURN-CCYYMMDD.
           MOVE ZERO                     TO
               CSAGECAL-I-MILESTONE-CCYYMMDD.
           SET CSAGECAL-I-DATES-PRECONVERTED TO TRUE.
           SET CSAGECAL-I-RUNNING-ONLINE TO TRUE.
           MOVE CSAGBRCO-O-CUTOFF-YEARS  TO
               CSAGECAL-I-CALC-AGE-IN-MONTHS.

       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2400-ONE-BAND-CUTOFF - REVERSE MODE FOR ONE TARGET BAND: THE  *
      *  LATEST BIRTH DATE THAT STILL REACHES THE BAND BY SAIL DAY     *
      *----------------------------------------------------------------*
       2400-ONE-BAND-CUTOFF.

           PERFORM 2300-CLEAR-ECAL-INPUT THRU 2300-EXIT.
           SET CSAGECAL-I-REVERSE-LOOKUP TO TRUE.
           MOVE WT-BAND-CODE (WS-BAND-IX) TO
               CSAGECAL-I-TARGET-AGE-BAND.

           CALL WC-CSAGECAL              USING CSAGECAL-PARMS.

           IF  CSAGECAL-O-RC-OK
               MOVE WT-BAND-NAME (WS-BAND-IX) TO WS-C-BAND-NAME
               MOVE CSAGECAL-O-CUTOFF-BIRTH-CCYYMMDD TO WS-C-CUTOFF
               MOVE WS-CUTOFF-LINE       TO CUTO (WS-BAND-IX)
           END-IF.

       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      *  2500-INFANT-ROOM - THE SAILING'S INFANT COUNT AGAINST ITS     *
      *  QUOTA.  NO DEMOHIST RECORD YET MEANS NOTHING IS BOOKED, SO    *
      *  THE COUNT IS ZERO; NO QUOTVSAM RECORD MEANS NO INFANT BERTHS  *
      *----------------------------------------------------------------*
       2500-INFANT-ROOM.

           MOVE 'Y'                      TO WS-INFANT-ROOM-SWITCH.
           MOVE CSSMST-SAILING-ID        TO CSDEMO-SAILING-ID.

           EXEC CICS
               READ FILE    (WC-DEMO-FILE)
                    RIDFLD  (CSDEMO-KEY)
                    INTO    (CSDEMO-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE ZERO                 TO CSDEMO-INFANT-COUNT
           END-IF.

           IF  CSDEMO-INFANT-COUNT NOT NUMERIC
               MOVE 'NO INFANT COUNT ON HISTORY RECORD YET' TO INFO
               GO TO 2500-EXIT
           END-IF.

           MOVE CSDEMO-INFANT-COUNT      TO WS-I-COUNT.

           MOVE CSSMST-SAILING-ID        TO CSQUO-SAILING-ID.

           EXEC CICS
               READ FILE    (WC-QUOTA-FILE)
                    RIDFLD  (CSQUO-KEY)
                    INTO    (CSQUO-RECORD)
                    RESP    (WS-RESP-AREA)
           END-EXEC.

           IF  WS-RESP-AREA NOT = DFHRESP(NORMAL)
               MOVE ZERO                 TO WS-I-QUOTA
               MOVE 'N'                  TO WS-INFANT-ROOM-SWITCH
               MOVE 'NO QUOTA'           TO WS-I-STATUS
           ELSE
               MOVE CSQUO-INFANT-QUOTA   TO WS-I-QUOTA
               IF  CSDEMO-INFANT-COUNT < CSQUO-INFANT-QUOTA
                   MOVE 'ROOM'           TO WS-I-STATUS
               ELSE
                   MOVE 'N'              TO WS-INFANT-ROOM-SWITCH
                   MOVE 'FULL'           TO WS-I-STATUS
               END-IF
           END-IF.

           MOVE WS-INFANT-LINE           TO INFO.

       2500-EXIT.
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
               ABEND ABCODE('AGQQ')
           END-EXEC.

           GOBACK.

       9999-EXIT.
           EXIT.
      *****************  END OF SOURCE PROGRAM  ***********************
